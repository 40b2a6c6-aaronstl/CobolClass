       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LABVARAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT.
      *
      * FOR THE MONTH KEYED (YYYYMM, BLANK FOR LAST MONTH) THIS
      * REPORT SETS EACH DEPARTMENT'S ACTUAL HOURS AND GROSS AGAINST
      * THE BUDGET KEPT ON LABORBUD.DAT THROUGH DPTMNTAS, WITH THE
      * VARIANCE IN HOURS, DOLLARS AND PERCENT (ACTUAL LESS BUDGET,
      * SO A POSITIVE VARIANCE IS OVER BUDGET).
      *
      * THE ACTUALS ARE THE GL CONTROL LINES CALCPYAS WRITES FOR
      * EVERY RUN DATED IN THE MONTH, WHICH ALREADY CARRY THE
      * LABOR-DISTRIBUTION SPLITS -- A SPLIT RECORD'S HOURS AND
      * GROSS ARE ON THE LINES OF THE DEPARTMENTS IT WAS CHARGED TO.
      * A RUN BACKED OUT THROUGH PAYREVAS POSTS ONE "*REV" LINE FOR
      * THE WHOLE RUN, NOT ONE PER DEPARTMENT, SO REVERSALS SHOW ON
      * THEIR OWN LINE AND COME OFF THE TOTAL ONLY.
      *
      * NAMES AND COST CENTERS COME FROM THE DEPARTMENT MASTER. A
      * DEPARTMENT WITH ACTUALS THAT IS NOT ON THE MASTER IS FLAGGED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT LABOR-BUDGET-FILE
               ASSIGN TO WS-LABOR-BUDGET-PATH
               organization is line sequential
               file status is WS-LABOR-BUDGET-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT LABOR-VARIANCE-REPORT
               ASSIGN TO WS-LABOR-VARIANCE-PATH
               organization is line sequential
               file status is WS-LABOR-VARIANCE-STATUS.
             COPY DEPTSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME LAYOUT DPTMNTAS MAINTAINS.
       FD  LABOR-BUDGET-FILE
           RECORDING MODE IS F
           DATA RECORD IS LABOR-BUDGET-REC.
       01  LABOR-BUDGET-REC.
           05  BUD-DEPT                 PIC X(04).
           05  BUD-MONTH                PIC 9(06).
           05  BUD-HOURS                PIC 9(07)V99.
           05  BUD-GROSS                PIC 9(09)V99.

      * SAME LAYOUT CALCPYAS WRITES, HOURS INCLUDED. LINES WRITTEN
      * BEFORE THE HOURS WERE ADDED CARRY SPACES THERE.
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
           05  GL-CONTROL-TOTAL-HOURS   PIC 9(07)V99.
       01  GL-ACCRUAL-REC REDEFINES GL-CONTROL-REC.
           05  GL-ACCRUAL-RECORD-TYPE   PIC X(01).
               88 ACCRUAL-RECORD            VALUE "A".
           05  FILLER                   PIC X(60).

       FD  LABOR-VARIANCE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS LABOR-VARIANCE-RECORD.
       01  LABOR-VARIANCE-RECORD        PIC X(132).

       COPY DEPTFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-LABOR-BUDGET-PATH     PIC X(40)
           VALUE "C:\Users\Bob\LABORBUD.DAT".
       01 WS-LABOR-BUDGET-STATUS   PIC X(02).
           88 LABOR-BUDGET-SUCCESSFUL  VALUE "00".
           88 END-OF-LABOR-BUDGET      VALUE "10".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-CONTROL        VALUE "10".
       01 WS-LABOR-VARIANCE-PATH   PIC X(40)
           VALUE "C:\Users\Bob\LABORVAR.rpt".
       01 WS-LABOR-VARIANCE-STATUS PIC X(02).
           88 GOOD-LABOR-VARIANCE-WRITE VALUE "00".

       01 WS-MONTH-IN              PIC X(06).
       01 WS-REPORT-YYYYMM         PIC 9(06).
       01 WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
           05 WS-REPORT-YEAR         PIC 9(04).
           05 WS-REPORT-MONTH        PIC 9(02).
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

      * ONE LINE PER DEPARTMENT: EVERY DEPARTMENT ON THE MASTER, IN
      * MASTER ORDER, THEN ANY OTHER CODE THAT TURNS UP IN THE
      * BUDGET OR THE ACTUALS.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 250 TIMES.
              10 WS-VAR-DEPT            PIC X(04).
              10 WS-VAR-NAME            PIC X(30).
              10 WS-VAR-CC              PIC X(06).
              10 WS-VAR-ON-MASTER       PIC X(01).
              10 WS-VAR-BUD-HOURS       PIC S9(07)V99.
              10 WS-VAR-BUD-GROSS       PIC S9(09)V99.
              10 WS-VAR-ACT-HOURS       PIC S9(07)V99.
              10 WS-VAR-ACT-GROSS       PIC S9(09)V99.
       01 WS-VAR-COUNT             PIC 9(03) VALUE 0.
       01 WS-VAR-SUB               PIC 9(03).
       01 WS-VAR-FOUND-SW          PIC X(01).
           88 VAR-DEPT-FOUND            VALUE "Y".
       01 WS-FIND-DEPT             PIC X(04).

       01 WS-REV-GROSS             PIC S9(09)V99 VALUE 0.
       01 WS-REV-LINES             PIC 9(04) VALUE 0.
       01 WS-GL-LINES-USED         PIC 9(06) VALUE 0.
       01 WS-NOT-ON-MASTER-COUNT   PIC 9(03) VALUE 0.

       01 WS-VAR-HOURS             PIC S9(07)V99.
       01 WS-VAR-GROSS             PIC S9(09)V99.
       01 WS-VAR-PCT               PIC S9(05)V9.
       01 WS-PCT-BASE              PIC S9(09)V99.
       01 WS-TOT-BUD-HOURS         PIC S9(07)V99 VALUE 0.
       01 WS-TOT-BUD-GROSS         PIC S9(09)V99 VALUE 0.
       01 WS-TOT-ACT-HOURS         PIC S9(07)V99 VALUE 0.
       01 WS-TOT-ACT-GROSS         PIC S9(09)V99 VALUE 0.

       01  LV-HDG-LINE-1.
           05 FILLER                 PIC X(42)
             VALUE "LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT -".
           05 FILLER                 PIC X(07) VALUE " MONTH ".
           05 LV-HDG-MONTH           PIC 9(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05 LV-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(55) VALUE SPACES.

       01  LV-HDG-LINE-2.
           05 FILLER                 PIC X(50)
             VALUE "DEPT  DEPARTMENT NAME       BUDGET HRS  ACTUAL HRS".
           05 FILLER                 PIC X(50)
             VALUE "    VAR HRS    BUDGET GROSS    ACTUAL GROSS    VAR".
           05 FILLER                 PIC X(32)
             VALUE "IANCE $    VAR %  CC".

       01  LV-DETAIL-LINE.
           05 LV-DEPT                PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 LV-NAME                PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-BUD-HOURS           PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-ACT-HOURS           PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-VAR-HOURS           PIC ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-BUD-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-ACT-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-VAR-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-VAR-PCT             PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-CC                  PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 LV-FLAG                PIC X(04).

       01  LV-PCT-EDIT               PIC ZZZZ9.9-.

       01  LV-NOTE-LINE.
           05 LV-NOTE-TEXT           PIC X(100).
           05 FILLER                 PIC X(32) VALUE SPACES.

       01  LV-BLANK-LINE             PIC X(132) VALUE SPACES.

       COPY DEPTWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "LABVARAS LABOR BUDGET VERSUS ACTUAL"
           MOVE "LABVARAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT
           PERFORM 3000-READ-GL-CONTROL THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT
           MOVE "LABOR-VARIANCE"       TO WS-DISTRIB-REPORT-NAME
           MOVE WS-LABOR-VARIANCE-PATH TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "LABVARAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-GL-LINES-USED TO WS-AUDIT-RECORDS-READ
           MOVE WS-VAR-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOT-ACT-GROSS TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "REPORT WRITTEN TO " WS-LABOR-VARIANCE-PATH
           IF WS-NOT-ON-MASTER-COUNT > 0
              DISPLAY "LABVARAS: " WS-NOT-ON-MASTER-COUNT
                      " DEPARTMENTS WITH ACTUALS ARE NOT ON THE "
                      "DEPARTMENT MASTER"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END LABVARAS"
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
                 DISPLAY "LABVARAS: MONTH MUST BE YYYYMM -- RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
                 GO TO 1000-EXIT
              END-IF
              MOVE WS-MONTH-IN TO WS-REPORT-YYYYMM
              IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                 DISPLAY "LABVARAS: MONTH MUST BE 01 THROUGH 12 -- "
                         "RUN ENDED"
                 MOVE "Y" TO WS-REFUSED-SW
                 GO TO 1000-EXIT
              END-IF
           END-IF
           PERFORM 9960-LOAD-DEPT-MASTER
           PERFORM 1100-SEED-FROM-MASTER
             VARYING WS-DEPTMAST-IDX FROM 1 BY 1
             UNTIL WS-DEPTMAST-IDX > WS-DEPTMAST-COUNT.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "LABVARAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "DEPT-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-DEPT-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-DEPT-MASTER-PATH
           MOVE "LABOR-BUDGET-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LABOR-BUDGET-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LABOR-BUDGET-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "LABOR-VARIANCE-RPT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-LABOR-VARIANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-LABOR-VARIANCE-PATH.

       1100-SEED-FROM-MASTER.
           IF WS-VAR-COUNT < 250
              ADD 1 TO WS-VAR-COUNT
              INITIALIZE WS-VAR-ENTRY(WS-VAR-COUNT)
              MOVE WS-DEPTMAST-CODE(WS-DEPTMAST-IDX)
                TO WS-VAR-DEPT(WS-VAR-COUNT)
              MOVE WS-DEPTMAST-NAME(WS-DEPTMAST-IDX)
                TO WS-VAR-NAME(WS-VAR-COUNT)
              MOVE WS-DEPTMAST-CC(WS-DEPTMAST-IDX)
                TO WS-VAR-CC(WS-VAR-COUNT)
              MOVE "Y" TO WS-VAR-ON-MASTER(WS-VAR-COUNT)
           END-IF.

      * LEAVES WS-VAR-SUB ON THE LINE FOR WS-FIND-DEPT, ADDING ONE
      * IF THE CODE IS NOT ON THE MASTER. A FULL TABLE FALLS BACK
      * ON THE LAST LINE.
       1200-FIND-VAR-LINE.
           MOVE "N" TO WS-VAR-FOUND-SW
           PERFORM VARYING WS-VAR-SUB FROM 1 BY 1
                     UNTIL WS-VAR-SUB > WS-VAR-COUNT
                        OR VAR-DEPT-FOUND
              IF WS-VAR-DEPT(WS-VAR-SUB) = WS-FIND-DEPT
                 MOVE "Y" TO WS-VAR-FOUND-SW
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN VAR-DEPT-FOUND
                 SUBTRACT 1 FROM WS-VAR-SUB
              WHEN WS-VAR-COUNT < 250
                 ADD 1 TO WS-VAR-COUNT
                 MOVE WS-VAR-COUNT TO WS-VAR-SUB
                 INITIALIZE WS-VAR-ENTRY(WS-VAR-SUB)
                 MOVE WS-FIND-DEPT TO WS-VAR-DEPT(WS-VAR-SUB)
                 MOVE "NOT ON DEPARTMENT MASTER"
                   TO WS-VAR-NAME(WS-VAR-SUB)
                 MOVE "N" TO WS-VAR-ON-MASTER(WS-VAR-SUB)
              WHEN OTHER
                 MOVE WS-VAR-COUNT TO WS-VAR-SUB
           END-EVALUATE.

       2000-LOAD-BUDGET.
           OPEN INPUT LABOR-BUDGET-FILE
           IF NOT LABOR-BUDGET-SUCCESSFUL
              MOVE "LABOR-BUDGET-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-LABOR-BUDGET-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "LABVARAS: NO LABOR BUDGET FILE -- BUDGETS "
                      "WILL SHOW ZERO"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-LABOR-BUDGET
              READ LABOR-BUDGET-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF BUD-MONTH IS NUMERIC
                    AND BUD-MONTH = WS-REPORT-YYYYMM
                    AND BUD-HOURS IS NUMERIC
                    AND BUD-GROSS IS NUMERIC
                    MOVE BUD-DEPT TO WS-FIND-DEPT
                    PERFORM 1200-FIND-VAR-LINE
                    ADD BUD-HOURS TO WS-VAR-BUD-HOURS(WS-VAR-SUB)
                    ADD BUD-GROSS TO WS-VAR-BUD-GROSS(WS-VAR-SUB)
                 END-IF
              END-READ
           END-PERFORM
           CLOSE LABOR-BUDGET-FILE.
       2000-EXIT.
           EXIT.

      * THE MONTH'S DEPARTMENT LINES: NOT THE ACCRUAL LINE, NOT THE
      * TYPED STATE LINES (NO NUMERIC DATE IN FRONT). A REVERSAL
      * LINE IS HELD APART, AS IT CARRIES NO DEPARTMENT.
       3000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
           IF NOT GL-CONTROL-SUCCESSFUL
              MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "LABVARAS: NO GL CONTROL FILE -- ACTUALS WILL "
                      "SHOW ZERO"
              GO TO 3000-EXIT
           END-IF
           PERFORM UNTIL END-OF-GL-CONTROL
              READ GL-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF NOT ACCRUAL-RECORD
                    AND GL-CONTROL-RUN-DATE IS NUMERIC
                    AND GL-CONTROL-RUN-DATE(1:6) = WS-REPORT-YYYYMM
                    AND GL-CONTROL-TOTAL-GROSS IS NUMERIC
                    PERFORM 3010-TAKE-CONTROL-LINE
                 END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE.
       3000-EXIT.
           EXIT.

       3010-TAKE-CONTROL-LINE.
           ADD 1 TO WS-GL-LINES-USED
           IF GL-CONTROL-RUN-TYPE = "V"
              ADD 1 TO WS-REV-LINES
              SUBTRACT GL-CONTROL-TOTAL-GROSS FROM WS-REV-GROSS
           ELSE
              MOVE GL-CONTROL-DEPT TO WS-FIND-DEPT
              PERFORM 1200-FIND-VAR-LINE
              ADD GL-CONTROL-TOTAL-GROSS
                TO WS-VAR-ACT-GROSS(WS-VAR-SUB)
              IF GL-CONTROL-TOTAL-HOURS IS NUMERIC
                 ADD GL-CONTROL-TOTAL-HOURS
                   TO WS-VAR-ACT-HOURS(WS-VAR-SUB)
              END-IF
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT LABOR-VARIANCE-REPORT
           MOVE WS-REPORT-YYYYMM TO LV-HDG-MONTH
           MOVE WS-RUN-DATE      TO LV-HDG-RUN-DATE
           WRITE LABOR-VARIANCE-RECORD FROM LV-HDG-LINE-1
           WRITE LABOR-VARIANCE-RECORD FROM LV-BLANK-LINE
           WRITE LABOR-VARIANCE-RECORD FROM LV-HDG-LINE-2
           PERFORM 4100-WRITE-DEPT-LINE
             VARYING WS-VAR-SUB FROM 1 BY 1
             UNTIL WS-VAR-SUB > WS-VAR-COUNT
           IF WS-REV-LINES > 0
              MOVE SPACES TO LV-DETAIL-LINE
              MOVE "*REV"              TO LV-DEPT
              MOVE "RUNS REVERSED"     TO LV-NAME
              MOVE ZEROES TO LV-BUD-HOURS LV-ACT-HOURS LV-VAR-HOURS
                             LV-BUD-GROSS
              MOVE WS-REV-GROSS        TO LV-ACT-GROSS LV-VAR-GROSS
              MOVE SPACES              TO LV-VAR-PCT
              WRITE LABOR-VARIANCE-RECORD FROM LV-DETAIL-LINE
              ADD WS-REV-GROSS TO WS-TOT-ACT-GROSS
           END-IF
           WRITE LABOR-VARIANCE-RECORD FROM LV-BLANK-LINE
           MOVE SPACES TO LV-DETAIL-LINE
           MOVE "TOTAL"           TO LV-NAME
           MOVE WS-TOT-BUD-HOURS  TO LV-BUD-HOURS
           MOVE WS-TOT-ACT-HOURS  TO LV-ACT-HOURS
           COMPUTE WS-VAR-HOURS = WS-TOT-ACT-HOURS - WS-TOT-BUD-HOURS
           MOVE WS-VAR-HOURS      TO LV-VAR-HOURS
           MOVE WS-TOT-BUD-GROSS  TO LV-BUD-GROSS
           MOVE WS-TOT-ACT-GROSS  TO LV-ACT-GROSS
           COMPUTE WS-VAR-GROSS = WS-TOT-ACT-GROSS - WS-TOT-BUD-GROSS
           MOVE WS-VAR-GROSS      TO LV-VAR-GROSS
           MOVE WS-TOT-BUD-GROSS  TO WS-PCT-BASE
           PERFORM 4200-EDIT-PERCENT
           WRITE LABOR-VARIANCE-RECORD FROM LV-DETAIL-LINE
           WRITE LABOR-VARIANCE-RECORD FROM LV-BLANK-LINE
           MOVE "VARIANCE IS ACTUAL LESS BUDGET; A POSITIVE FIGURE IS OV
      -         "ER BUDGET. N/A = NO BUDGET FOR THE MONTH."
             TO LV-NOTE-TEXT
           WRITE LABOR-VARIANCE-RECORD FROM LV-NOTE-LINE
           IF WS-NOT-ON-MASTER-COUNT > 0
              MOVE "**** = DEPARTMENT HAS ACTUALS OR A BUDGET BUT IS NOT
      -            " ON THE DEPARTMENT MASTER."
                TO LV-NOTE-TEXT
              WRITE LABOR-VARIANCE-RECORD FROM LV-NOTE-LINE
           END-IF
           CLOSE LABOR-VARIANCE-REPORT.

       4100-WRITE-DEPT-LINE.
           MOVE SPACES TO LV-DETAIL-LINE
           MOVE WS-VAR-DEPT(WS-VAR-SUB)      TO LV-DEPT
           MOVE WS-VAR-NAME(WS-VAR-SUB)      TO LV-NAME
           MOVE WS-VAR-CC(WS-VAR-SUB)        TO LV-CC
           MOVE WS-VAR-BUD-HOURS(WS-VAR-SUB) TO LV-BUD-HOURS
           MOVE WS-VAR-ACT-HOURS(WS-VAR-SUB) TO LV-ACT-HOURS
           COMPUTE WS-VAR-HOURS = WS-VAR-ACT-HOURS(WS-VAR-SUB)
                                - WS-VAR-BUD-HOURS(WS-VAR-SUB)
           MOVE WS-VAR-HOURS                 TO LV-VAR-HOURS
           MOVE WS-VAR-BUD-GROSS(WS-VAR-SUB) TO LV-BUD-GROSS
           MOVE WS-VAR-ACT-GROSS(WS-VAR-SUB) TO LV-ACT-GROSS
           COMPUTE WS-VAR-GROSS = WS-VAR-ACT-GROSS(WS-VAR-SUB)
                                - WS-VAR-BUD-GROSS(WS-VAR-SUB)
           MOVE WS-VAR-GROSS                 TO LV-VAR-GROSS
           MOVE WS-VAR-BUD-GROSS(WS-VAR-SUB) TO WS-PCT-BASE
           PERFORM 4200-EDIT-PERCENT
           IF WS-VAR-ON-MASTER(WS-VAR-SUB) = "N"
              MOVE "****" TO LV-FLAG
              ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF
           ADD WS-VAR-BUD-HOURS(WS-VAR-SUB) TO WS-TOT-BUD-HOURS
           ADD WS-VAR-BUD-GROSS(WS-VAR-SUB) TO WS-TOT-BUD-GROSS
           ADD WS-VAR-ACT-HOURS(WS-VAR-SUB) TO WS-TOT-ACT-HOURS
           ADD WS-VAR-ACT-GROSS(WS-VAR-SUB) TO WS-TOT-ACT-GROSS
           WRITE LABOR-VARIANCE-RECORD FROM LV-DETAIL-LINE.

      * DOLLAR VARIANCE AS A PERCENT OF THE BUDGET GROSS IN
      * WS-PCT-BASE. NO BUDGET, NO PERCENT.
       4200-EDIT-PERCENT.
           IF WS-PCT-BASE = ZERO
              MOVE "     N/A" TO LV-VAR-PCT
           ELSE
              COMPUTE WS-VAR-PCT ROUNDED =
                      WS-VAR-GROSS * 100 / WS-PCT-BASE
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-VAR-PCT
              END-COMPUTE
              MOVE WS-VAR-PCT TO LV-PCT-EDIT
              MOVE LV-PCT-EDIT TO LV-VAR-PCT
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

      * SHARED DEPARTMENT MASTER PARAGRAPHS. SEE DEPTPARA.CPY.
       COPY DEPTPARA.
