       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLRPTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * GL TRIAL BALANCE AND MONTHLY FINANCIAL STATEMENTS.
      *
      * FOR AN OPERATOR-GIVEN YYYYMM PERIOD, FROM THE GL BALANCE
      * MASTER GLUPDTAS KEEPS:
      *   - GLTB.rpt    THE TRIAL BALANCE -- EVERY ACCOUNT'S BALANCE
      *                 THROUGH THE PERIOD (ALL PERIODS UP TO IT,
      *                 EARLIER YEARS' CLOSING PERIODS INCLUDED) IN
      *                 ITS DEBIT OR CREDIT COLUMN, DESCRIBED BY ITS
      *                 CHART-OF-ACCOUNTS CATEGORY, AND PROVED;
      *   - GLSTMT.rpt  THE INCOME STATEMENT (THE MONTH AND THE YEAR
      *                 TO DATE) AND THE BALANCE SHEET (AS OF THE
      *                 PERIOD), LAID OUT LINE BY LINE FROM THE
      *                 STATEMENT FORMAT FILE (GLFMT.DAT -- SEE
      *                 GLFFD.CPY).
      * THE BALANCE SHEET'S "E" LINE CARRIES EARNINGS NOT YET ROLLED
      * TO RETAINED EARNINGS -- THE CURRENT YEAR, PLUS ANY EARLIER
      * YEAR MONENDAS HAS NOT CLOSED YET -- SO IT BALANCES BEFORE AND
      * AFTER THE YEAR-END ROLL.
      * EACH COMPANY KEEPS ITS OWN GENERAL LEDGER. THE RUN IS FOR THE
      * COMPANY RUNCOMP.DAT NAMES, BY AN OPERATOR AUTHORIZED FOR IT;
      * IT READS THAT COMPANY'S BALANCE MASTER AND WRITES ITS OWN
      * REPORTS, HEADED WITH THE COMPANY. COMPANY 01 KEEPS THE FILE
      * NAMES IT HAS ALWAYS USED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT GL-CHART-FILE
               ASSIGN TO WS-GL-CHART-PATH
               organization is line sequential
               file status is WS-GL-CHART-STATUS.
             SELECT GL-TB-REPORT
               ASSIGN TO WS-GL-TB-REPORT-PATH
               organization is line sequential
               file status is WS-GL-TB-REPORT-STATUS.
             SELECT GL-STMT-REPORT
               ASSIGN TO WS-GL-STMT-REPORT-PATH
               organization is line sequential
               file status is WS-GL-STMT-REPORT-STATUS.
             COPY GLBSEL.
             COPY GLFSEL.
             COPY COMPSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME CHART OF ACCOUNTS GLPOSTAS MAPS WITH; AN ACCOUNT IS
      * DESCRIBED BY THE FIRST CATEGORY THAT MAPS TO IT.
       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-REC-IN.
       01  GL-CHART-REC-IN.
           05 CHART-CATEGORY-IN        PIC X(08).
           05 CHART-DEPT-IN            PIC X(04).
           05 CHART-ACCOUNT-IN         PIC X(08).

       FD  GL-TB-REPORT
           RECORDING MODE IS F
           DATA RECORD IS GL-TB-RECORD.
       01  GL-TB-RECORD                PIC X(80).

       FD  GL-STMT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS GL-STMT-RECORD.
       01  GL-STMT-RECORD              PIC X(80).

       COPY GLBFD.
       COPY GLFFD.
       COPY COMPFD.
       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.
       01 WS-GL-CHART-PATH         PIC X(40)
           VALUE "C:\Users\Bob\GLCHART.DAT".
       01 WS-GL-CHART-STATUS       PIC X(02).
           88 GL-CHART-SUCCESSFUL      VALUE "00".
           88 END-OF-GL-CHART          VALUE "10".
       01 WS-GL-TB-REPORT-PATH     PIC X(40)
           VALUE "C:\Users\Bob\GLTB.rpt".
       01 WS-GL-TB-REPORT-STATUS   PIC X(02).
           88 GL-TB-REPORT-OK          VALUE "00".
       01 WS-GL-STMT-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\GLSTMT.rpt".
       01 WS-GL-STMT-REPORT-STATUS PIC X(02).
           88 GL-STMT-REPORT-OK        VALUE "00".

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

       01 WS-PERIOD-ANSWER         PIC X(06).
       01 WS-REPORT-PERIOD         PIC 9(06) VALUE 0.
       01 WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
           05 WS-REPORT-YEAR           PIC 9(04).
           05 WS-REPORT-PP             PIC 9(02).
       01 WS-YEAR-START-PERIOD     PIC 9(06) VALUE 0.

      * ONE ROW PER ACCOUNT WITH ACTIVITY THROUGH THE PERIOD, KEPT IN
      * ACCOUNT ORDER AS IT IS BUILT. EVERY FIGURE IS CREDITS LESS
      * DEBITS; A STATEMENT LINE WITH A DEBIT NORMAL BALANCE PRINTS
      * IT NEGATED.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 1000 TIMES.
              10 WS-ACCT-NUMBER         PIC X(08).
              10 WS-ACCT-TO-DATE        PIC S9(11)V99.
              10 WS-ACCT-MONTH          PIC S9(11)V99.
              10 WS-ACCT-YEAR           PIC S9(11)V99.
       01 WS-ACCT-COUNT            PIC 9(04) VALUE 0.
       01 WS-ACCT-SUB              PIC 9(04) VALUE 0.
       01 WS-SHIFT-SUB             PIC 9(04) VALUE 0.
       01 WS-ACCT-FOUND-SW         PIC X(01).
           88 ACCT-FOUND               VALUE "Y".
       01 WS-ACCT-OVERFLOW-SW      PIC X(01) VALUE "N".
           88 ACCT-TABLE-OVERFLOWED    VALUE "Y".
       01 WS-ROW-NET               PIC S9(11)V99.

       01 WS-TB-DEBITS             PIC 9(11)V99 VALUE 0.
       01 WS-TB-CREDITS            PIC 9(11)V99 VALUE 0.
       01 WS-TB-ACCOUNTS           PIC 9(04) VALUE 0.

      * STATEMENT ACCUMULATORS. COLUMN 1 IS THE MONTH ON THE INCOME
      * STATEMENT AND THE BALANCE ON THE BALANCE SHEET; COLUMN 2 IS
      * THE YEAR TO DATE ON THE INCOME STATEMENT ONLY.
       01 WS-STMT-CODE             PIC X(01).
       01 WS-LINE-1                PIC S9(11)V99.
       01 WS-LINE-2                PIC S9(11)V99.
       01 WS-SUB-1                 PIC S9(11)V99.
       01 WS-SUB-2                 PIC S9(11)V99.
       01 WS-NET-1                 PIC S9(11)V99.
       01 WS-NET-2                 PIC S9(11)V99.

       01 TB-HDG-LINE-1.
           05 FILLER               PIC X(32)
              VALUE "TRIAL BALANCE THROUGH PERIOD".
           05 TB-HDG-PERIOD        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TB-HDG-COMPANY       PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 TB-HDG-COMPANY-NAME  PIC X(30).
           05 FILLER               PIC X(07) VALUE SPACES.
       01 TB-HDG-LINE-2.
           05 FILLER               PIC X(10) VALUE "ACCOUNT".
           05 FILLER               PIC X(12) VALUE "DESCRIPTION".
           05 FILLER               PIC X(19)
              VALUE "            DEBIT".
           05 FILLER               PIC X(19)
              VALUE "             CREDIT".
           05 FILLER               PIC X(20) VALUE SPACES.
       01 TB-DETAIL-LINE.
           05 TB-DTL-ACCOUNT       PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TB-DTL-DESCRIPTION   PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TB-DTL-DEBIT         PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TB-DTL-CREDIT        PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(22) VALUE SPACES.
       01 TB-TOTAL-LINE.
           05 TB-TOT-LABEL         PIC X(22).
           05 TB-TOT-DEBIT         PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TB-TOT-CREDIT        PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(22) VALUE SPACES.

       01 ST-HDG-LINE.
           05 ST-HDG-TITLE         PIC X(32).
           05 ST-HDG-PERIOD        PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ST-HDG-COMPANY       PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 ST-HDG-COMPANY-NAME  PIC X(30).
           05 FILLER               PIC X(07) VALUE SPACES.
       01 ST-COLUMN-LINE.
           05 FILLER               PIC X(32) VALUE SPACES.
           05 ST-COL-1             PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ST-COL-2             PIC X(18).
           05 FILLER               PIC X(10) VALUE SPACES.
       01 ST-DETAIL-LINE.
           05 ST-DTL-CAPTION       PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ST-DTL-AMOUNT-1      PIC $$,$$$,$$$,$$9.99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ST-DTL-AMOUNT-2      PIC $$,$$$,$$$,$$9.99-.
           05 FILLER               PIC X(10) VALUE SPACES.
       01 ST-DETAIL-ONE-COLUMN REDEFINES ST-DETAIL-LINE.
           05 FILLER               PIC X(50).
           05 ST-DTL-BLANK-2       PIC X(20).
           05 FILLER               PIC X(10).
       01 ST-CAPTION-LINE.
           05 ST-CAP-TEXT          PIC X(30).
           05 FILLER               PIC X(50) VALUE SPACES.

       01 GL-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY GLBWS.
       COPY GLFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "GLRPTAS GL TRIAL BALANCE AND STATEMENTS"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "GLRPTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-ACCOUNT-TABLE
           PERFORM 3000-WRITE-TRIAL-BALANCE
           PERFORM 4000-WRITE-STATEMENTS
           DISPLAY "END GLRPTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1015-SET-COMPANY-PATHS
           PERFORM 1020-GET-REPORT-PERIOD
           PERFORM 1030-LOAD-CHART
           PERFORM 9990-LOAD-STMT-FORMAT
           IF GLF-TABLE-FULL
              DISPLAY "GLRPTAS: STATEMENT FORMAT FILE OVER 200 LINES "
                      "-- STATEMENTS ARE INCOMPLETE"
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9965-LOAD-GL-BALANCES
           IF GLB-TABLE-FULL
              DISPLAY "GLRPTAS: BALANCE MASTER OVER 5000 ROWS -- "
                      "NO REPORT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR GLRPTAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "GLRPTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "GL-CHART-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CHART-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CHART-PATH
           MOVE "GL-BALANCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-BALANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-BALANCE-PATH
           MOVE "GL-FORMAT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-FORMAT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-FORMAT-PATH
           MOVE "GL-TB-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-TB-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-TB-REPORT-PATH
           MOVE "GL-STMT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-STMT-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-STMT-REPORT-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

       1015-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "GLRPTAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- NO REPORT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-GL-BALANCE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-BALANCE-PATH
           MOVE WS-GL-TB-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-TB-REPORT-PATH
           MOVE WS-GL-STMT-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-STMT-REPORT-PATH
           MOVE WS-RUN-COMPANY-CODE TO TB-HDG-COMPANY
                                       ST-HDG-COMPANY
           MOVE WS-RUN-COMPANY-NAME TO TB-HDG-COMPANY-NAME
                                       ST-HDG-COMPANY-NAME
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1016-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "GLRPTAS: NO REPORT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1020-GET-REPORT-PERIOD.
           DISPLAY "REPORT PERIOD (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PERIOD-ANSWER
           IF WS-PERIOD-ANSWER IS NOT NUMERIC
              OR WS-PERIOD-ANSWER(5:2) < "01"
              OR WS-PERIOD-ANSWER(5:2) > "12"
              DISPLAY "GLRPTAS: PERIOD MUST BE YYYYMM -- NO REPORT"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-PERIOD-ANSWER TO WS-REPORT-PERIOD
           COMPUTE WS-YEAR-START-PERIOD = WS-REPORT-YEAR * 100 + 1.

       1030-LOAD-CHART.
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
           END-IF.

      * ROWS DATED AFTER THE REPORT PERIOD ARE LEFT OUT ENTIRELY, SO
      * A PRIOR MONTH CAN BE REPRINTED AS IT STOOD.
       2000-BUILD-ACCOUNT-TABLE.
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                     UNTIL WS-GLB-IDX > WS-GLB-COUNT
              IF WS-GLB-PERIOD(WS-GLB-IDX) NOT > WS-REPORT-PERIOD
                 PERFORM 2010-TAKE-ONE-ROW
              END-IF
           END-PERFORM
           IF ACCT-TABLE-OVERFLOWED
              DISPLAY "GLRPTAS: MORE THAN 1000 ACCOUNTS -- REPORTS "
                      "ARE INCOMPLETE"
              MOVE 4 TO RETURN-CODE
           END-IF.

       2010-TAKE-ONE-ROW.
           PERFORM 2020-FIND-OR-ADD-ACCOUNT
           IF ACCT-FOUND
              COMPUTE WS-ROW-NET = WS-GLB-CREDITS(WS-GLB-IDX)
                                 - WS-GLB-DEBITS(WS-GLB-IDX)
              ADD WS-ROW-NET TO WS-ACCT-TO-DATE(WS-ACCT-SUB)
              IF WS-GLB-PERIOD(WS-GLB-IDX) = WS-REPORT-PERIOD
                 ADD WS-ROW-NET TO WS-ACCT-MONTH(WS-ACCT-SUB)
              END-IF
              IF WS-GLB-PERIOD(WS-GLB-IDX)
                 NOT < WS-YEAR-START-PERIOD
                 ADD WS-ROW-NET TO WS-ACCT-YEAR(WS-ACCT-SUB)
              END-IF
           END-IF.

      * LEAVES WS-ACCT-SUB ON THE ACCOUNT'S ROW, OPENING ONE IN
      * ACCOUNT ORDER IF IT IS NEW.
       2020-FIND-OR-ADD-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-SW
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                        OR WS-ACCT-NUMBER(WS-ACCT-SUB)
                           NOT < WS-GLB-ACCOUNT(WS-GLB-IDX)
              CONTINUE
           END-PERFORM
           IF WS-ACCT-SUB NOT > WS-ACCT-COUNT
              AND WS-ACCT-NUMBER(WS-ACCT-SUB)
                  = WS-GLB-ACCOUNT(WS-GLB-IDX)
              MOVE "Y" TO WS-ACCT-FOUND-SW
           ELSE
              IF WS-ACCT-COUNT = 1000
                 MOVE "Y" TO WS-ACCT-OVERFLOW-SW
              ELSE
                 PERFORM VARYING WS-SHIFT-SUB FROM WS-ACCT-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB < WS-ACCT-SUB
                    MOVE WS-ACCT-ENTRY(WS-SHIFT-SUB)
                      TO WS-ACCT-ENTRY(WS-SHIFT-SUB + 1)
                 END-PERFORM
                 ADD 1 TO WS-ACCT-COUNT
                 MOVE WS-GLB-ACCOUNT(WS-GLB-IDX)
                   TO WS-ACCT-NUMBER(WS-ACCT-SUB)
                 MOVE 0 TO WS-ACCT-TO-DATE(WS-ACCT-SUB)
                 MOVE 0 TO WS-ACCT-MONTH(WS-ACCT-SUB)
                 MOVE 0 TO WS-ACCT-YEAR(WS-ACCT-SUB)
                 MOVE "Y" TO WS-ACCT-FOUND-SW
              END-IF
           END-IF.

      * ONE LINE PER ACCOUNT WITH A BALANCE; THE DEBIT AND CREDIT
      * COLUMNS MUST FOOT TO THE SAME TOTAL.
       3000-WRITE-TRIAL-BALANCE.
           OPEN OUTPUT GL-TB-REPORT
           MOVE WS-REPORT-PERIOD TO TB-HDG-PERIOD
           WRITE GL-TB-RECORD FROM TB-HDG-LINE-1
           WRITE GL-TB-RECORD FROM GL-BLANK-LINE
           WRITE GL-TB-RECORD FROM TB-HDG-LINE-2
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF WS-ACCT-TO-DATE(WS-ACCT-SUB) NOT = 0
                 PERFORM 3010-WRITE-TB-LINE
              END-IF
           END-PERFORM
           WRITE GL-TB-RECORD FROM GL-BLANK-LINE
           MOVE "TOTALS" TO TB-TOT-LABEL
           MOVE WS-TB-DEBITS  TO TB-TOT-DEBIT
           MOVE WS-TB-CREDITS TO TB-TOT-CREDIT
           WRITE GL-TB-RECORD FROM TB-TOTAL-LINE
           IF WS-TB-DEBITS NOT = WS-TB-CREDITS
              MOVE "** OUT OF BALANCE **" TO TB-TOT-LABEL
              WRITE GL-TB-RECORD FROM TB-TOTAL-LINE
              DISPLAY "GLRPTAS: TRIAL BALANCE IS OUT OF BALANCE"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT GL-TB-REPORT-OK
              MOVE "GL-TB-REPORT" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-TB-REPORT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE GL-TB-REPORT
           DISPLAY "TRIAL BALANCE WRITTEN TO GLTB.rpt -- "
                   WS-TB-ACCOUNTS " ACCOUNTS".

       3010-WRITE-TB-LINE.
           ADD 1 TO WS-TB-ACCOUNTS
           MOVE WS-ACCT-NUMBER(WS-ACCT-SUB) TO TB-DTL-ACCOUNT
           MOVE SPACES TO TB-DTL-DESCRIPTION
           MOVE "N" TO WS-CHART-FOUND-SW
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                     UNTIL WS-CHART-IDX > WS-CHART-COUNT
                        OR CHART-ACCOUNT-FOUND
              IF WS-CHART-ACCOUNT(WS-CHART-IDX)
                 = WS-ACCT-NUMBER(WS-ACCT-SUB)
                 MOVE "Y" TO WS-CHART-FOUND-SW
                 MOVE WS-CHART-CATEGORY(WS-CHART-IDX)
                   TO TB-DTL-DESCRIPTION
              END-IF
           END-PERFORM
           IF WS-ACCT-TO-DATE(WS-ACCT-SUB) < 0
              COMPUTE TB-DTL-DEBIT = 0 - WS-ACCT-TO-DATE(WS-ACCT-SUB)
              MOVE 0 TO TB-DTL-CREDIT
              SUBTRACT WS-ACCT-TO-DATE(WS-ACCT-SUB) FROM WS-TB-DEBITS
           ELSE
              MOVE 0 TO TB-DTL-DEBIT
              MOVE WS-ACCT-TO-DATE(WS-ACCT-SUB) TO TB-DTL-CREDIT
              ADD WS-ACCT-TO-DATE(WS-ACCT-SUB) TO WS-TB-CREDITS
           END-IF
           WRITE GL-TB-RECORD FROM TB-DETAIL-LINE.

       4000-WRITE-STATEMENTS.
           OPEN OUTPUT GL-STMT-REPORT
           MOVE "INCOME STATEMENT FOR PERIOD" TO ST-HDG-TITLE
           MOVE WS-REPORT-PERIOD TO ST-HDG-PERIOD
           WRITE GL-STMT-RECORD FROM ST-HDG-LINE
           MOVE "      MONTH" TO ST-COL-1
           MOVE "  YEAR TO DATE" TO ST-COL-2
           WRITE GL-STMT-RECORD FROM ST-COLUMN-LINE
           WRITE GL-STMT-RECORD FROM GL-BLANK-LINE
           MOVE "I" TO WS-STMT-CODE
           PERFORM 4100-WRITE-ONE-STATEMENT
           WRITE GL-STMT-RECORD FROM GL-BLANK-LINE
           WRITE GL-STMT-RECORD FROM GL-BLANK-LINE
           MOVE "BALANCE SHEET AS OF PERIOD" TO ST-HDG-TITLE
           WRITE GL-STMT-RECORD FROM ST-HDG-LINE
           MOVE "    BALANCE" TO ST-COL-1
           MOVE SPACES TO ST-COL-2
           WRITE GL-STMT-RECORD FROM ST-COLUMN-LINE
           WRITE GL-STMT-RECORD FROM GL-BLANK-LINE
           MOVE "B" TO WS-STMT-CODE
           PERFORM 4100-WRITE-ONE-STATEMENT
           IF NOT GL-STMT-REPORT-OK
              MOVE "GL-STMT-REPORT" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-STMT-REPORT-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           CLOSE GL-STMT-REPORT
           DISPLAY "STATEMENTS WRITTEN TO GLSTMT.rpt".

       4100-WRITE-ONE-STATEMENT.
           MOVE 0 TO WS-SUB-1
           MOVE 0 TO WS-SUB-2
           MOVE 0 TO WS-NET-1
           MOVE 0 TO WS-NET-2
           PERFORM VARYING WS-GLF-IDX FROM 1 BY 1
                     UNTIL WS-GLF-IDX > WS-GLF-COUNT
              IF WS-GLF-STATEMENT(WS-GLF-IDX) = WS-STMT-CODE
                 PERFORM 4110-WRITE-ONE-FORMAT-LINE
              END-IF
           END-PERFORM.

       4110-WRITE-ONE-FORMAT-LINE.
           EVALUATE WS-GLF-LINE-TYPE(WS-GLF-IDX)
              WHEN "H"
                 MOVE WS-GLF-CAPTION(WS-GLF-IDX) TO ST-CAP-TEXT
                 WRITE GL-STMT-RECORD FROM ST-CAPTION-LINE
              WHEN "A"
                 PERFORM 4120-SUM-ACCOUNT-RANGE
                 ADD WS-LINE-1 TO WS-SUB-1 WS-NET-1
                 ADD WS-LINE-2 TO WS-SUB-2 WS-NET-2
                 PERFORM 4140-WRITE-AMOUNT-LINE
              WHEN "E"
                 PERFORM 4130-SUM-UNROLLED-EARNINGS
                 ADD WS-LINE-1 TO WS-SUB-1 WS-NET-1
                 ADD WS-LINE-2 TO WS-SUB-2 WS-NET-2
                 PERFORM 4140-WRITE-AMOUNT-LINE
              WHEN "T"
                 MOVE WS-SUB-1 TO WS-LINE-1
                 MOVE WS-SUB-2 TO WS-LINE-2
                 MOVE 0 TO WS-SUB-1
                 MOVE 0 TO WS-SUB-2
                 PERFORM 4140-WRITE-AMOUNT-LINE
              WHEN "N"
                 MOVE WS-NET-1 TO WS-LINE-1
                 MOVE WS-NET-2 TO WS-LINE-2
                 PERFORM 4140-WRITE-AMOUNT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       4120-SUM-ACCOUNT-RANGE.
           MOVE 0 TO WS-LINE-1
           MOVE 0 TO WS-LINE-2
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              IF WS-ACCT-NUMBER(WS-ACCT-SUB)
                 NOT < WS-GLF-ACCOUNT-FROM(WS-GLF-IDX)
                 AND WS-ACCT-NUMBER(WS-ACCT-SUB)
                     NOT > WS-GLF-ACCOUNT-TO(WS-GLF-IDX)
                 IF WS-STMT-CODE = "I"
                    ADD WS-ACCT-MONTH(WS-ACCT-SUB) TO WS-LINE-1
                    ADD WS-ACCT-YEAR(WS-ACCT-SUB)  TO WS-LINE-2
                 ELSE
                    ADD WS-ACCT-TO-DATE(WS-ACCT-SUB) TO WS-LINE-1
                 END-IF
              END-IF
           END-PERFORM.

      * WHAT THE INCOME ACCOUNTS STILL HOLD THROUGH THE PERIOD --
      * ONCE A YEAR IS ROLLED ITS CLOSING PERIOD ZEROES THEM, SO
      * THIS IS THE CURRENT YEAR PLUS ANY YEAR NOT YET ROLLED.
       4130-SUM-UNROLLED-EARNINGS.
           MOVE 0 TO WS-LINE-1
           MOVE 0 TO WS-LINE-2
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                     UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
              MOVE WS-ACCT-NUMBER(WS-ACCT-SUB) TO WS-GLF-CHECK-ACCOUNT
              PERFORM 9991-CHECK-INCOME-ACCOUNT
              IF GLF-INCOME-ACCOUNT
                 ADD WS-ACCT-TO-DATE(WS-ACCT-SUB) TO WS-LINE-1
              END-IF
           END-PERFORM.

      * FIGURES ARE HELD AS CREDITS LESS DEBITS; A DEBIT-NORMAL LINE
      * TURNS THEM ROUND. THE BALANCE SHEET HAS ONE COLUMN.
       4140-WRITE-AMOUNT-LINE.
           MOVE WS-GLF-CAPTION(WS-GLF-IDX) TO ST-DTL-CAPTION
           IF WS-GLF-SIGN(WS-GLF-IDX) = "D"
              COMPUTE ST-DTL-AMOUNT-1 = 0 - WS-LINE-1
              COMPUTE ST-DTL-AMOUNT-2 = 0 - WS-LINE-2
           ELSE
              MOVE WS-LINE-1 TO ST-DTL-AMOUNT-1
              MOVE WS-LINE-2 TO ST-DTL-AMOUNT-2
           END-IF
           IF WS-STMT-CODE = "B"
              MOVE SPACES TO ST-DTL-BLANK-2
           END-IF
           WRITE GL-STMT-RECORD FROM ST-DETAIL-LINE.

      * SHARED GL BALANCE MASTER PARAGRAPHS. SEE GLBPARA.CPY.
       COPY GLBPARA.

      * SHARED STATEMENT FORMAT PARAGRAPHS. SEE GLFPARA.CPY.
       COPY GLFPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
