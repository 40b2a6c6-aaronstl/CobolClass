       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOANRPTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MONTHLY OUTSTANDING EMPLOYEE LOANS AND ADVANCES.
      *
      * FOR THE MONTH KEYED (YYYYMM, BLANK FOR LAST MONTH) THIS
      * REPORT LISTS, OFF THE LOAN MASTER LOANMNTAS KEEPS AND
      * CALCPYAS PAYS DOWN:
      *   - EVERY ACTIVE LOAN OR ADVANCE, WITH THE EMPLOYEE'S NAME
      *     AND DEPARTMENT, THE AMOUNT LENT, THE REPAYMENT AND THE
      *     BALANCE STILL OWED ("NEW" WHEN REPAYMENT STARTS IN THE
      *     MONTH);
      *   - EVERY LOAN PAID OFF BY PAYROLL ("PAID OFF") OR CLOSED BY
      *     HAND ("CLOSED") DURING THE MONTH.
      * THE MASTER CARRIES ONLY THE CURRENT BALANCE, SO THE REPORT
      * IS RUN AT MONTH END, BEFORE THE NEXT MONTH'S FIRST PAYROLL.
      * AN EMPLOYEE NO LONGER ON THE EMPLOYEE MASTER IS FLAGGED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT LOAN-REPORT
               ASSIGN TO WS-LOAN-REPORT-PATH
               organization is line sequential
               file status is WS-LOAN-REPORT-STATUS.
             COPY LOANSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * ONLY THE LEADING FIELDS OF THE EMPLOYEE MASTER ARE NEEDED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  EMP-DEPT-IN              PIC X(04).

       FD  LOAN-REPORT
           RECORDING MODE IS F
           DATA RECORD IS LOAN-REPORT-RECORD.
       01  LOAN-REPORT-RECORD           PIC X(132).

       COPY LOANFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-EMP-MASTER         VALUE "10".
       01 WS-LOAN-REPORT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\LOANSOUT.rpt".
       01 WS-LOAN-REPORT-STATUS    PIC X(02).
           88 GOOD-LOAN-REPORT-WRITE    VALUE "00".

       01 WS-MONTH-IN              PIC X(06).
       01 WS-REPORT-YYYYMM         PIC 9(06).
       01 WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YEAR         PIC 9(04).
           05 WS-REPORT-MONTH        PIC 9(02).
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-DEPT            PIC X(04).
       01 WS-EMP-ENTRY-COUNT       PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-ON-MASTER             VALUE "Y".

       01 WS-LINE-SW               PIC X(01).
           88 LOAN-GOES-ON-REPORT       VALUE "Y".
       01 WS-LOANS-LISTED          PIC 9(04) VALUE 0.
       01 WS-ACTIVE-COUNT          PIC 9(04) VALUE 0.
       01 WS-ACTIVE-LENT           PIC 9(09)V99 VALUE 0.
       01 WS-ACTIVE-BALANCE        PIC 9(09)V99 VALUE 0.
       01 WS-NEW-COUNT             PIC 9(04) VALUE 0.
       01 WS-NEW-LENT              PIC 9(09)V99 VALUE 0.
       01 WS-PAID-COUNT            PIC 9(04) VALUE 0.
       01 WS-PAID-LENT             PIC 9(09)V99 VALUE 0.
       01 WS-CLOSED-COUNT          PIC 9(04) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT   PIC 9(04) VALUE 0.

       01  LR-HDG-LINE-1.
           05 FILLER                 PIC X(37)
             VALUE "OUTSTANDING EMPLOYEE LOANS/ADVANCES -".
           05 FILLER                 PIC X(07) VALUE " MONTH ".
           05 LR-HDG-MONTH           PIC 9(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 LR-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(60) VALUE SPACES.

       01  LR-HDG-LINE-2.
           05 FILLER                 PIC X(08) VALUE "EMP NO".
           05 FILLER                 PIC X(21) VALUE "EMPLOYEE NAME".
           05 FILLER                 PIC X(05) VALUE "DEPT".
           05 FILLER                 PIC X(05) VALUE "LOAN".
           05 FILLER                 PIC X(02) VALUE "T".
           05 FILLER                 PIC X(09) VALUE "STARTS".
           05 FILLER                 PIC X(14) VALUE "  AMOUNT LENT".
           05 FILLER                 PIC X(11) VALUE " REPAYMENT".
           05 FILLER                 PIC X(15) VALUE " BALANCE OWED".
           05 FILLER                 PIC X(10) VALUE "NOTE".
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  LR-DETAIL-LINE.
           05 LR-EMP                 PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LR-NAME                PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-DEPT                PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-LOAN                PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-TYPE                PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-START               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-ORIG                PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-REPAY               PIC $$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-BALANCE             PIC $$,$$$,$$9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LR-NOTE                PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LR-FLAG                PIC X(04).
           05 FILLER                 PIC X(27) VALUE SPACES.

       01  LR-TOTAL-LINE.
           05 LR-TOT-LABEL           PIC X(30).
           05 LR-TOT-COUNT           PIC ZZZ9.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LR-TOT-LENT-LABEL      PIC X(06).
           05 LR-TOT-LENT            PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 LR-TOT-BAL-LABEL       PIC X(06).
           05 LR-TOT-BALANCE         PIC $$$$,$$$,$$9.99.
           05 FILLER                 PIC X(48) VALUE SPACES.

       01  LR-NOTE-LINE.
           05 LR-NOTE-TEXT           PIC X(100).
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  LR-BLANK-LINE             PIC X(132) VALUE SPACES.

       COPY LOANWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "LOANRPTAS OUTSTANDING EMPLOYEE LOANS"
           MOVE "LOANRPTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-LOAD-EMPLOYEES THRU 2000-EXIT
           PERFORM 9970-LOAD-LOAN-MASTER
           PERFORM 3000-WRITE-REPORT
           MOVE "LOANS-OUTSTANDING"    TO WS-DISTRIB-REPORT-NAME
           MOVE WS-LOAN-REPORT-PATH    TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "LOANRPTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-LOANMAST-COUNT TO WS-AUDIT-RECORDS-READ
           MOVE WS-LOANS-LISTED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-ACTIVE-BALANCE TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "REPORT WRITTEN TO " WS-LOAN-REPORT-PATH
           IF LOANMAST-TABLE-FULL
              DISPLAY "LOANRPTAS: LOAN MASTER HOLDS MORE THAN 500 "
                      "LOANS -- REPORT IS INCOMPLETE"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END LOANRPTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "ENTER MONTH TO REPORT (YYYYMM), BLANK FOR LAST "
                   "MONTH: "
           ACCEPT WS-MONTH-IN
           IF WS-MONTH-IN = SPACES
              COMPUTE WS-REPORT-YYYYMM = WS-RUN-DATE / 100
              IF WS-REPORT-MONTH = 1
                 SUBTRACT 1 FROM WS-REPORT-YEAR
                 MOVE 12 TO WS-REPORT-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-REPORT-MONTH
              END-IF
           ELSE
              IF WS-MONTH-IN IS NOT NUMERIC
                 DISPLAY "LOANRPTAS: MONTH MUST BE YYYYMM -- RUN "
                         "ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
                 GO TO 1000-EXIT
              END-IF
              MOVE WS-MONTH-IN TO WS-REPORT-YYYYMM
              IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                 DISPLAY "LOANRPTAS: MONTH MUST BE 01 THROUGH 12 -- "
                         "RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
                 GO TO 1000-EXIT
              END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "LOANRPTA" TO WS-RUNCTL-PROGRAM-ID
           MOVE "LOAN-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LOAN-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LOAN-MASTER-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "LOAN-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LOAN-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LOAN-REPORT-PATH.

       2000-LOAD-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF NOT EMP-MASTER-SUCCESSFUL
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "LOANRPTAS: NO EMPLOYEE MASTER -- NAMES WILL "
                      "BE BLANK"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-EMP-MASTER
                    OR WS-EMP-ENTRY-COUNT = 999
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-EMP-ENTRY-COUNT
                 MOVE EMP-NUMBER-IN
                   TO WS-EMP-NUMBER(WS-EMP-ENTRY-COUNT)
                 MOVE EMP-NAME-IN
                   TO WS-EMP-NAME(WS-EMP-ENTRY-COUNT)
                 MOVE EMP-DEPT-IN
                   TO WS-EMP-DEPT(WS-EMP-ENTRY-COUNT)
              END-READ
           END-PERFORM
           CLOSE EMP-MASTER-FILE.
       2000-EXIT.
           EXIT.

       3000-WRITE-REPORT.
           OPEN OUTPUT LOAN-REPORT
           MOVE WS-REPORT-YYYYMM TO LR-HDG-MONTH
           MOVE WS-RUN-DATE      TO LR-HDG-RUN-DATE
           WRITE LOAN-REPORT-RECORD FROM LR-HDG-LINE-1
           WRITE LOAN-REPORT-RECORD FROM LR-BLANK-LINE
           WRITE LOAN-REPORT-RECORD FROM LR-HDG-LINE-2
           PERFORM 3100-WRITE-LOAN-LINE
             VARYING WS-LOANMAST-IDX FROM 1 BY 1
             UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
           IF WS-LOANS-LISTED = 0
              MOVE "NO OPEN LOANS AND NONE PAID OFF OR CLOSED IN THE MO
      -            "NTH." TO LR-NOTE-TEXT
              WRITE LOAN-REPORT-RECORD FROM LR-NOTE-LINE
           END-IF
           WRITE LOAN-REPORT-RECORD FROM LR-BLANK-LINE
           MOVE SPACES TO LR-TOTAL-LINE
           MOVE "ACTIVE LOANS OUTSTANDING"   TO LR-TOT-LABEL
           MOVE WS-ACTIVE-COUNT              TO LR-TOT-COUNT
           MOVE "LENT"                       TO LR-TOT-LENT-LABEL
           MOVE WS-ACTIVE-LENT               TO LR-TOT-LENT
           MOVE "OWED"                       TO LR-TOT-BAL-LABEL
           MOVE WS-ACTIVE-BALANCE            TO LR-TOT-BALANCE
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
           MOVE SPACES TO LR-TOTAL-LINE
           MOVE "  REPAYMENT STARTING IN MONTH" TO LR-TOT-LABEL
           MOVE WS-NEW-COUNT                 TO LR-TOT-COUNT
           MOVE "LENT"                       TO LR-TOT-LENT-LABEL
           MOVE WS-NEW-LENT                  TO LR-TOT-LENT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
           MOVE SPACES TO LR-TOTAL-LINE
           MOVE "PAID OFF BY PAYROLL IN MONTH" TO LR-TOT-LABEL
           MOVE WS-PAID-COUNT                TO LR-TOT-COUNT
           MOVE "LENT"                       TO LR-TOT-LENT-LABEL
           MOVE WS-PAID-LENT                 TO LR-TOT-LENT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
           MOVE SPACES TO LR-TOTAL-LINE
           MOVE "CLOSED BY HAND IN MONTH"    TO LR-TOT-LABEL
           MOVE WS-CLOSED-COUNT              TO LR-TOT-COUNT
           WRITE LOAN-REPORT-RECORD FROM LR-TOTAL-LINE
           IF WS-NOT-ON-MASTER-COUNT > 0
              WRITE LOAN-REPORT-RECORD FROM LR-BLANK-LINE
              MOVE "**** = EMPLOYEE IS NOT ON THE EMPLOYEE MASTER."
                TO LR-NOTE-TEXT
              WRITE LOAN-REPORT-RECORD FROM LR-NOTE-LINE
           END-IF
           CLOSE LOAN-REPORT.

      * AN ACTIVE LOAN ALWAYS PRINTS. A PAID-OFF OR CLOSED LOAN
      * PRINTS ONLY IN THE MONTH IT ENDED.
       3100-WRITE-LOAN-LINE.
           MOVE "N" TO WS-LINE-SW
           MOVE SPACES TO LR-DETAIL-LINE
           EVALUATE WS-LOANMAST-STATUS(WS-LOANMAST-IDX)
              WHEN "A"
                 MOVE "Y" TO WS-LINE-SW
                 ADD 1 TO WS-ACTIVE-COUNT
                 ADD WS-LOANMAST-ORIG(WS-LOANMAST-IDX)
                   TO WS-ACTIVE-LENT
                 ADD WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                   TO WS-ACTIVE-BALANCE
                 IF WS-LOANMAST-START(WS-LOANMAST-IDX)(1:6)
                    = WS-REPORT-YYYYMM
                    MOVE "NEW" TO LR-NOTE
                    ADD 1 TO WS-NEW-COUNT
                    ADD WS-LOANMAST-ORIG(WS-LOANMAST-IDX)
                      TO WS-NEW-LENT
                 END-IF
              WHEN "P"
                 IF WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)(1:6)
                    = WS-REPORT-YYYYMM
                    MOVE "Y" TO WS-LINE-SW
                    MOVE "PAID OFF" TO LR-NOTE
                    ADD 1 TO WS-PAID-COUNT
                    ADD WS-LOANMAST-ORIG(WS-LOANMAST-IDX)
                      TO WS-PAID-LENT
                 END-IF
              WHEN "X"
                 IF WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)(1:6)
                    = WS-REPORT-YYYYMM
                    MOVE "Y" TO WS-LINE-SW
                    MOVE "CLOSED" TO LR-NOTE
                    ADD 1 TO WS-CLOSED-COUNT
                 END-IF
           END-EVALUATE
           IF LOAN-GOES-ON-REPORT
              PERFORM 3110-FIND-EMPLOYEE
              MOVE WS-LOANMAST-EMP(WS-LOANMAST-IDX)     TO LR-EMP
              MOVE WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)  TO LR-LOAN
              MOVE WS-LOANMAST-TYPE(WS-LOANMAST-IDX)    TO LR-TYPE
              MOVE WS-LOANMAST-START(WS-LOANMAST-IDX)   TO LR-START
              MOVE WS-LOANMAST-ORIG(WS-LOANMAST-IDX)    TO LR-ORIG
              MOVE WS-LOANMAST-REPAY(WS-LOANMAST-IDX)   TO LR-REPAY
              MOVE WS-LOANMAST-BALANCE(WS-LOANMAST-IDX) TO LR-BALANCE
              IF EMP-ON-MASTER
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO LR-NAME
                 MOVE WS-EMP-DEPT(WS-EMP-IDX) TO LR-DEPT
              ELSE
                 MOVE "****" TO LR-FLAG
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
              END-IF
              WRITE LOAN-REPORT-RECORD FROM LR-DETAIL-LINE
              ADD 1 TO WS-LOANS-LISTED
           END-IF.

       3110-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-ENTRY-COUNT
                        OR EMP-ON-MASTER
              IF WS-EMP-NUMBER(WS-EMP-IDX)
                 = WS-LOANMAST-EMP(WS-LOANMAST-IDX)
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF EMP-ON-MASTER
              SET WS-EMP-IDX DOWN BY 1
           END-IF.

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED LOAN MASTER PARAGRAPHS. SEE LOANPARA.CPY.
       COPY LOANPARA.
