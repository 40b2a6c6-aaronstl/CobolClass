       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBCSTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * JOB-COST LABOR REPORT.
      *
      * WE QUOTE LARGE CONTRACT JOBS (HOTEL LOBBIES, OFFICE FLOORS)
      * AND NEVER LEARNED WHETHER WE MADE MONEY ON THEM -- THE
      * LABOR-DISTRIBUTION REPORT ONLY BREAKS BY DEPARTMENT, THOUGH
      * EVERY SPLIT HOUR ALREADY CARRIES ITS JOB CODE. THIS PROGRAM:
      *   - READS EVERY PAYROLL2_ RUN FILE THE OUTPUT INVENTORY
      *     LISTS (A RUN SINCE BACKED OUT THROUGH PAYREVAS IS LEFT
      *     OUT) AND SHARES EACH SPLIT RECORD'S GROSS AND SHIFT
      *     PREMIUM OUT TO ITS SEGMENTS BY HOURS, THE WAY CALCPYAS
      *     SHARES THEM FOR THE GL CONTROL LINES;
      *   - ADDS THE EMPLOYER BURDEN AT THE SHOP'S BURDEN RATE:
      *     JOB-BURDEN-PCT ON RUNCTL.DAT WHEN FINANCE HAS SET ONE
      *     (5 DIGITS, 02450 = 24.50%), OTHERWISE THE EMPLOYER TAX
      *     RATE THE GL CONTROL "A" LINES ACTUALLY SHOW;
      *   - REPORTS EACH JOB ON JOBMAST.DAT AGAINST ITS QUOTE --
      *     HOURS, PERCENT COMPLETE BY HOURS, GROSS, SHIFT PREMIUM,
      *     BURDEN, LABOR COST AND THE VARIANCE TO THE QUOTED LABOR
      *     DOLLARS -- TO JOBCOST.rpt, WITH ANY JOB CODE CHARGED
      *     THAT IS NOT ON THE JOB MASTER LISTED BELOW; AND
      *   - CLOSES AN OPEN JOB WHOSE RUG ORDER HAS SHIPPED (STATUS
      *     "S" ON THE RUG-ORDER MASTER), STAMPING THE CLOSE DATE.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OUTPUT-INVENTORY-FILE
               ASSIGN TO WS-OUTPUT-INVENTORY-PATH
               organization is line sequential
               file status is WS-OUTPUT-INVENTORY-STATUS.
             SELECT PAYROLL-RUN-FILE
               ASSIGN TO WS-PAYROLL-RUN-PATH
               organization is line sequential
               file status is WS-PAYROLL-RUN-STATUS.
             SELECT RUG-ORDER-MASTER
               ASSIGN TO WS-RUG-ORDER-PATH
               organization is indexed
               access is random
               record key is RUGORD-ORDER-NUMBER
               alternate record key is RUGORD-CUST-NUMBER
                  with duplicates
               file status is WS-RUG-ORDER-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT JOB-COST-REPORT
               ASSIGN TO WS-JOB-COST-REPORT-PATH
               organization is line sequential
               file status is WS-JOB-COST-REPORT-STATUS.
             COPY JOBSEL.
             COPY APPRSEL.
             COPY DISTRIBSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SHOP-WIDE INVENTORY OF DATE-STAMPED OUTPUT FILES, AS
      * CALCPYAS APPENDS TO IT AT THE END OF EVERY COMMITTED RUN.
       FD  OUTPUT-INVENTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUTPUT-INVENTORY-REC.
       01  OUTPUT-INVENTORY-REC.
           05  OUTINV-FILE-NAME         PIC X(40).
           05  OUTINV-CREATED-DATE      PIC 9(08).
           05  OUTINV-ENTRY-TYPE        PIC X(01).
               88 OUTINV-STANDING-FILE  VALUE "S".
           05  FILLER                   PIC X(62).

      * ONE RUN'S PAYROLL2_ OUTPUT. ONLY WHAT THE JOB COST NEEDS IS
      * NAMED.
       FD  PAYROLL-RUN-FILE
           RECORDING MODE IS F
           DATA RECORD IS PAYROLL-RUN-REC.
       01  PAYROLL-RUN-REC.
           05  RUN-PAY-DATE             PIC X(06).
           05  RUN-EMP-NUMBER           PIC X(06).
           05  RUN-EMP-HOURS            PIC 9(02)V99.
           05  RUN-EMP-RATE             PIC 9(02)V99.
           05  FILLER                   PIC X(35).
           05  RUN-BASE-PAY             PIC 9(04)V99.
           05  RUN-EMP-GROSS            PIC 9(04)V99.
           05  FILLER                   PIC X(38).
           05  FILLER                   PIC X(39).
           05  RUN-SHIFT-PREM           PIC 9(04)V99.
           05  FILLER                   PIC X(24).
           05  RUN-SPLIT-COUNT          PIC 9(01).
           05  RUN-SPLIT-ENTRY OCCURS 3 TIMES.
               10 RUN-SPLIT-DEPT        PIC X(04).
               10 RUN-SPLIT-JOB         PIC X(04).
               10 RUN-SPLIT-HOURS       PIC 9(02)V99.
           05  FILLER                   PIC X(06).
           05  RUN-ADJ-SIGN             PIC X(01).
               88 RUN-ADJ-NEGATIVE          VALUE "-".

      * SAME RUG-ORDER MASTER RUGSTSAS MAINTAINS, READ BY ORDER
      * NUMBER. ONLY THE STATUS IS NEEDED.
       FD  RUG-ORDER-MASTER
           RECORDING MODE IS F
           DATA RECORD IS RUG-ORDER-REC.
       01  RUG-ORDER-REC.
           05 RUGORD-ORDER-NUMBER       PIC X(06).
           05 RUGORD-CUST-NUMBER        PIC X(06).
           05 RUGORD-TOTAL-PRICE        PIC 9(08)V99.
           05 RUGORD-TOTAL-TAX          PIC 9(08)V99.
           05 RUGORD-STATUS             PIC X(01).
               88 RUGORD-SHIPPED            VALUE "S".
           05 FILLER                    PIC X(47).

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
           05  GL-ACCRUAL-FUTA          PIC 9(09)V9(02).
           05  GL-ACCRUAL-SUTA          PIC 9(09)V9(02).
           05  FILLER                   PIC X(19).

       FD  JOB-COST-REPORT
           RECORDING MODE IS F
           DATA RECORD IS JOB-COST-REPORT-RECORD.
       01  JOB-COST-REPORT-RECORD       PIC X(100).

       COPY JOBFD.
       COPY APPRFD.
       COPY DISTRIBFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-INVENTORY-PATH PIC X(40)
           VALUE "C:\Users\Bob\OUTINV.DAT".
       01 WS-OUTPUT-INVENTORY-STATUS PIC X(02).
           88 OUTPUT-INVENTORY-SUCCESSFUL VALUE "00".
           88 END-OF-OUTPUT-INVENTORY  VALUE "10".
       01 WS-PAYROLL-RUN-PATH      PIC X(40).
       01 WS-PAYROLL-RUN-STATUS    PIC X(02).
           88 PAYROLL-RUN-SUCCESSFUL   VALUE "00".
           88 END-OF-PAYROLL-RUN       VALUE "10".
       01 WS-RUG-ORDER-PATH        PIC X(40)
           VALUE "C:\Users\bob\RUGORD.DAT".
       01 WS-RUG-ORDER-STATUS      PIC X(02).
           88 RUG-ORDER-SUCCESSFUL     VALUE "00" "02".
           88 END-OF-RUG-ORDERS        VALUE "10".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-CONTROL        VALUE "10".
       01 WS-JOB-COST-REPORT-PATH  PIC X(40)
           VALUE "C:\Users\Bob\JOBCOST.rpt".
       01 WS-JOB-COST-REPORT-STATUS PIC X(02).
           88 GOOD-JOB-COST-WRITE      VALUE "00".

      * EVERY JOB ON THE MASTER, THEN ANY CODE CHARGED THAT IS NOT.
      * THE RAW ROW IS KEPT FOR THE REWRITE WHEN A JOB CLOSES.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 300 TIMES.
              10 WS-JOB-ROW             PIC X(75).
              10 WS-JOB-ON-MASTER-SW    PIC X(01).
                 88 WS-JOB-ON-MASTER        VALUE "Y".
              10 WS-JOB-CLOSED-NOW-SW   PIC X(01).
                 88 WS-JOB-CLOSED-NOW       VALUE "Y".
              10 WS-JOB-HOURS           PIC S9(07)V99.
              10 WS-JOB-GROSS           PIC S9(09)V99.
              10 WS-JOB-SHIFT-PREM      PIC S9(09)V99.
       01 WS-JOB-COUNT             PIC 9(03) VALUE 0.
       01 WS-JOB-MASTER-COUNT      PIC 9(03) VALUE 0.
       01 WS-JOB-SUB               PIC 9(03).
       01 WS-JOB-FOUND-SW          PIC X(01).
           88 JOB-FOUND                 VALUE "Y".
       01 WS-JOB-TABLE-FULL-SW     PIC X(01) VALUE "N".
           88 JOB-TABLE-FULL            VALUE "Y".

      * ONE JOB ROW, TAKEN APART FOR THE REPORT AND THE CLOSE.
       01 WS-WORK-JOB.
           05 WRK-JOB-CODE           PIC X(04).
           05 WRK-JOB-DESC           PIC X(30).
           05 WRK-JOB-CUST-NUMBER    PIC X(06).
           05 WRK-JOB-ORDER-NUMBER   PIC X(06).
           05 WRK-JOB-QUOTED-HOURS   PIC 9(07)V99.
           05 WRK-JOB-QUOTED-LABOR   PIC 9(09)V99.
           05 WRK-JOB-STATUS         PIC X(01).
               88 WRK-JOB-OPEN           VALUE "O".
           05 WRK-JOB-CLOSED-DATE    PIC 9(08).

       01 WS-REVERSED-TABLE.
           05 WS-REVERSED-PATH OCCURS 100 TIMES PIC X(40).
       01 WS-REVERSED-COUNT        PIC 9(03) VALUE 0.
       01 WS-REVERSED-SUB          PIC 9(03).
       01 WS-RUN-REVERSED-SW       PIC X(01).
           88 RUN-WAS-REVERSED          VALUE "Y".

       01 WS-RUN-FILE-TABLE.
           05 WS-RUN-FILE-PATH OCCURS 500 TIMES PIC X(40).
       01 WS-RUN-FILE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RUN-FILE-SUB          PIC 9(03).
       01 WS-RUN-FILE-SEEN-SW      PIC X(01).
           88 RUN-FILE-ALREADY-SEEN     VALUE "Y".

      * ONE SPLIT RECORD'S GROSS AND SHIFT PREMIUM, AND THE SLICE OF
      * EACH GOING TO ONE SEGMENT.
       01 WS-REC-GROSS             PIC 9(07)V99.
       01 WS-REC-SHIFT-PREM        PIC 9(07)V99.
       01 WS-SPLIT-SUB             PIC 9(01).
       01 WS-SPLIT-HOURS-TOTAL     PIC 9(03)V99.
       01 WS-SPLIT-LEFT-GROSS      PIC 9(07)V99.
       01 WS-SPLIT-LEFT-SHIFT      PIC 9(07)V99.
       01 WS-DIST-JOB              PIC X(04).
       01 WS-DIST-HOURS            PIC 9(03)V99.
       01 WS-DIST-GROSS            PIC 9(07)V99.
       01 WS-DIST-SHIFT            PIC 9(07)V99.

      * THE BURDEN RATE, AS A FRACTION OF GROSS, AND WHERE IT CAME
      * FROM.
       01 WS-BURDEN-PCT-IN         PIC X(05).
       01 WS-BURDEN-PCT-NUM REDEFINES WS-BURDEN-PCT-IN
                                    PIC 9(03)V99.
       01 WS-BURDEN-RATE           PIC 9(01)V9(06) VALUE 0.
       01 WS-BURDEN-SOURCE         PIC X(32).
       01 WS-GL-GROSS-SINCE-A      PIC 9(11)V99 VALUE 0.
       01 WS-GL-TAXED-GROSS        PIC 9(11)V99 VALUE 0.
       01 WS-GL-ER-TAX             PIC 9(11)V99 VALUE 0.
       01 WS-EDIT-BURDEN-PCT       PIC ZZ9.99.

      * ONE JOB'S FIGURES AS PRINTED, AND THE REPORT TOTALS.
       01 WS-PRT-BURDEN            PIC S9(09)V99.
       01 WS-PRT-COST              PIC S9(11)V99.
       01 WS-PRT-VARIANCE          PIC S9(11)V99.
       01 WS-PRT-PCT-COMPLETE      PIC 9(05).
       01 WS-EDIT-PCT-COMPLETE     PIC ZZZZ9.
       01 WS-TOT-QUOTED-HOURS      PIC S9(09)V99 VALUE 0.
       01 WS-TOT-HOURS             PIC S9(09)V99 VALUE 0.
       01 WS-TOT-QUOTED-LABOR      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-GROSS             PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SHIFT-PREM        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-BURDEN            PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COST              PIC S9(11)V99 VALUE 0.
       01 WS-TOT-VARIANCE          PIC S9(11)V99 VALUE 0.
       01 WS-UNKNOWN-JOBS          PIC 9(03) VALUE 0.
       01 WS-FIRST-UNKNOWN-JOB     PIC 9(03).
       01 WS-JOBS-CLOSED           PIC 9(03) VALUE 0.

       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-FILES-READ        PIC 9(03) VALUE 0.
       01 WS-RUN-RECORDS-READ      PIC 9(06) VALUE 0.
       01 WS-REFUSED-SW            PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01  JC-HDG-LINE.
           05 FILLER                 PIC X(28)
             VALUE "JOB-COST LABOR REPORT AS OF ".
           05 JC-HDG-RUN-DATE        PIC 9(08).
           05 FILLER                 PIC X(16)
             VALUE "  BURDEN RATE: ".
           05 JC-HDG-BURDEN-PCT      PIC ZZ9.99.
           05 FILLER                 PIC X(02) VALUE "% ".
           05 JC-HDG-BURDEN-SOURCE   PIC X(32).
           05 FILLER                 PIC X(08) VALUE SPACES.

       01  JC-COLUMN-LINE-1.
           05 FILLER                 PIC X(50)
             VALUE "JOB  DESCRIPTION          CUST   ORDER  ST CLOSED ".
           05 FILLER                 PIC X(50)
             VALUE "    QUOTED HRS    ACTUAL HRS  PCT COMPLETE        ".

       01  JC-COLUMN-LINE-2.
           05 FILLER                 PIC X(25)
             VALUE "      QUOTED LABOR    ACT".
           05 FILLER                 PIC X(25)
             VALUE "UAL GROSS     SHIFT PREM ".
           05 FILLER                 PIC X(25)
             VALUE "        BURDEN      LABOR".
           05 FILLER                 PIC X(25)
             VALUE " COST     UNDER(OVER)    ".

       01  JC-JOB-LINE-1.
           05 JC-JOB-CODE            PIC X(04).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-DESC            PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-CUST            PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-ORDER           PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-STATUS          PIC X(01).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JC-JOB-CLOSED-DATE     PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 JC-JOB-QUOTED-HOURS    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-HOURS           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                 PIC X(05) VALUE SPACES.
           05 JC-JOB-PCT-COMPLETE    PIC X(06).
           05 FILLER                 PIC X(10) VALUE SPACES.

       01  JC-JOB-LINE-2.
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 JC-JOB-QUOTED-LABOR    PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-GROSS           PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-SHIFT-PREM      PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-BURDEN          PIC $$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-COST            PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 JC-JOB-VARIANCE        PIC $$$,$$$,$$9.99-.

       01  JC-SECTION-LINE.
           05 JC-SECTION-TITLE       PIC X(60).
           05 FILLER                 PIC X(40) VALUE SPACES.

       01  JC-COUNT-LINE.
           05 JC-CNT-LABEL           PIC X(44).
           05 JC-CNT-VALUE           PIC ZZ9.
           05 FILLER                 PIC X(53) VALUE SPACES.

       01  JC-BLANK-LINE             PIC X(100) VALUE SPACES.

       COPY JOBWS.
       COPY APPRWS.
       COPY DISTRIBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "JOBCSTAS JOB-COST LABOR REPORT"
           MOVE "JOBCSTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2000-READ-OUTPUT-INVENTORY THRU 2000-EXIT
           PERFORM 3000-CLOSE-SHIPPED-JOBS THRU 3000-EXIT
           PERFORM 4000-WRITE-REPORT
           IF WS-JOBS-CLOSED > 0
              PERFORM 5000-REWRITE-JOB-MASTER
           END-IF
           MOVE "JOB-COST-REPORT"        TO WS-DISTRIB-REPORT-NAME
           MOVE WS-JOB-COST-REPORT-PATH  TO WS-DISTRIB-SOURCE-PATH
           PERFORM 9940-DISTRIBUTE-REPORT
           MOVE "JOBCSTAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RUN-RECORDS-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-JOB-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-TOT-GROSS TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "RUN FILES READ:       " WS-RUN-FILES-READ
           DISPLAY "JOBS CLOSED THIS RUN: " WS-JOBS-CLOSED
           DISPLAY "REPORT WRITTEN TO " WS-JOB-COST-REPORT-PATH
           IF WS-UNKNOWN-JOBS > 0 OR JOB-TABLE-FULL
              DISPLAY "JOBCSTAS: REVIEW THE REPORT -- HOURS CHARGED "
                      "TO JOBS NOT ON THE JOB MASTER"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "END JOBCSTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-JOB-MASTER
           IF RUN-REFUSED
              GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-REVERSED-RUNS
           PERFORM 1300-SET-BURDEN-RATE THRU 1300-EXIT.
       1000-EXIT.
           EXIT.

       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "JOBCSTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-OUTPUT-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-OUTPUT-INVENTORY-PATH
           MOVE "JOB-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-JOB-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-JOB-MASTER-PATH
           MOVE "RUG-ORDER-MASTER" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RUG-ORDER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RUG-ORDER-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "JOB-COST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-JOB-COST-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-JOB-COST-REPORT-PATH
           MOVE "JOB-BURDEN-PCT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:5) TO WS-BURDEN-PCT-IN.

       1100-LOAD-JOB-MASTER.
           OPEN INPUT JOB-MASTER-FILE
           IF NOT JOB-MASTER-SUCCESSFUL
              MOVE "JOB-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-JOB-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "JOBCSTAS: NO JOB MASTER -- SET UP JOBS IN "
                      "JOBMNTAS FIRST"
              MOVE "Y" TO WS-REFUSED-SW
           ELSE
              PERFORM UNTIL END-OF-JOB-MASTER
                       OR WS-JOB-COUNT = 300
                 READ JOB-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-JOB-COUNT
                    INITIALIZE WS-JOB-ENTRY(WS-JOB-COUNT)
                    MOVE JOB-MASTER-REC-IN TO WS-JOB-ROW(WS-JOB-COUNT)
                    MOVE "Y" TO WS-JOB-ON-MASTER-SW(WS-JOB-COUNT)
                    MOVE "N" TO WS-JOB-CLOSED-NOW-SW(WS-JOB-COUNT)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. CLOSING A JOB REWRITES THE
      * MASTER FROM THE TABLE, SO A TRUNCATED LOAD IS REFUSED.
              IF NOT END-OF-JOB-MASTER
                 READ JOB-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "JOBCSTAS: JOB TABLE FULL AT 300 -- RUN "
                            "REFUSED, A REWRITE WOULD DROP THE "
                            "UNLOADED JOBS"
                    MOVE "Y" TO WS-REFUSED-SW
                 END-READ
              END-IF
              CLOSE JOB-MASTER-FILE
              MOVE WS-JOB-COUNT TO WS-JOB-MASTER-COUNT
           END-IF.

       1200-LOAD-REVERSED-RUNS.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPR-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF APPR-ACTION-IN = "REVERSAL"
                       AND APPR-STATUS-IN = "X"
                       AND WS-REVERSED-COUNT < 100
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE APPR-KEY-IN
                         TO WS-REVERSED-PATH(WS-REVERSED-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      * FINANCE'S OWN BURDEN PERCENT WHEN RUNCTL.DAT CARRIES ONE.
      * OTHERWISE THE EMPLOYER TAXES ON THE GL CONTROL "A" LINES
      * OVER THE GROSS OF THE RUN LINES AHEAD OF EACH -- THE SAME
      * PAIRING MONENDAS ACCRUES AT.
       1300-SET-BURDEN-RATE.
           IF WS-BURDEN-PCT-IN IS NUMERIC
              COMPUTE WS-BURDEN-RATE = WS-BURDEN-PCT-NUM / 100
              MOVE "(JOB-BURDEN-PCT ON RUNCTL)" TO WS-BURDEN-SOURCE
              GO TO 1300-EXIT
           END-IF
           MOVE "(EMPLOYER TAXES PER GL CONTROL)" TO WS-BURDEN-SOURCE
           OPEN INPUT GL-CONTROL-FILE
           IF NOT GL-CONTROL-SUCCESSFUL
              DISPLAY "JOBCSTAS: NO GL CONTROL FILE AND NO "
                      "JOB-BURDEN-PCT -- BURDEN WILL SHOW ZERO"
              GO TO 1300-EXIT
           END-IF
           PERFORM UNTIL END-OF-GL-CONTROL
              READ GL-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF ACCRUAL-RECORD
                    IF GL-ACCRUAL-ER-FICA IS NUMERIC
                       AND GL-ACCRUAL-FUTA IS NUMERIC
                       AND GL-ACCRUAL-SUTA IS NUMERIC
                       AND WS-GL-GROSS-SINCE-A > 0
                       ADD WS-GL-GROSS-SINCE-A TO WS-GL-TAXED-GROSS
                       COMPUTE WS-GL-ER-TAX = WS-GL-ER-TAX
                                            + GL-ACCRUAL-ER-FICA
                                            + GL-ACCRUAL-FUTA
                                            + GL-ACCRUAL-SUTA
                    END-IF
                    MOVE ZEROES TO WS-GL-GROSS-SINCE-A
                 ELSE
                    IF GL-CONTROL-TOTAL-GROSS IS NUMERIC
                       AND GL-CONTROL-RUN-TYPE NOT = "V"
                       ADD GL-CONTROL-TOTAL-GROSS
                         TO WS-GL-GROSS-SINCE-A
                    END-IF
                 END-IF
              END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE
           IF WS-GL-TAXED-GROSS > 0
              COMPUTE WS-BURDEN-RATE ROUNDED =
                      WS-GL-ER-TAX / WS-GL-TAXED-GROSS
           END-IF.
       1300-EXIT.
           EXIT.

      * EVERY RUN THE INVENTORY LISTS, EACH READ ONCE -- A JOB RUNS
      * AS LONG AS IT RUNS, NOT BY MONTH OR YEAR.
       2000-READ-OUTPUT-INVENTORY.
           OPEN INPUT OUTPUT-INVENTORY-FILE
           IF NOT OUTPUT-INVENTORY-SUCCESSFUL
              MOVE "OUTPUT-INVENTORY" TO WS-IOERR-FILE-NAME
              MOVE WS-OUTPUT-INVENTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "JOBCSTAS: NO OUTPUT INVENTORY -- NO RUNS FOUND"
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-OUTPUT-INVENTORY
              READ OUTPUT-INVENTORY-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF OUTINV-FILE-NAME NOT = SPACES
                    AND NOT OUTINV-STANDING-FILE
                    PERFORM 2010-TAKE-RUN-FILE THRU 2010-EXIT
                 END-IF
              END-READ
           END-PERFORM
           CLOSE OUTPUT-INVENTORY-FILE.
       2000-EXIT.
           EXIT.

       2010-TAKE-RUN-FILE.
           MOVE "N" TO WS-RUN-FILE-SEEN-SW
           PERFORM VARYING WS-RUN-FILE-SUB FROM 1 BY 1
                     UNTIL WS-RUN-FILE-SUB > WS-RUN-FILE-COUNT
                        OR RUN-FILE-ALREADY-SEEN
              IF WS-RUN-FILE-PATH(WS-RUN-FILE-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-FILE-SEEN-SW
              END-IF
           END-PERFORM
           IF RUN-FILE-ALREADY-SEEN
              GO TO 2010-EXIT
           END-IF
           MOVE "N" TO WS-RUN-REVERSED-SW
           PERFORM VARYING WS-REVERSED-SUB FROM 1 BY 1
                     UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
                        OR RUN-WAS-REVERSED
              IF WS-REVERSED-PATH(WS-REVERSED-SUB) = OUTINV-FILE-NAME
                 MOVE "Y" TO WS-RUN-REVERSED-SW
              END-IF
           END-PERFORM
           IF RUN-WAS-REVERSED
              GO TO 2010-EXIT
           END-IF
           IF WS-RUN-FILE-COUNT = 500
              DISPLAY "JOBCSTAS: MORE THAN 500 RUNS ON THE INVENTORY "
                      "-- " OUTINV-FILE-NAME " NOT READ"
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILE-COUNT
           MOVE OUTINV-FILE-NAME TO WS-RUN-FILE-PATH(WS-RUN-FILE-COUNT)
           MOVE OUTINV-FILE-NAME TO WS-PAYROLL-RUN-PATH
           OPEN INPUT PAYROLL-RUN-FILE
           IF NOT PAYROLL-RUN-SUCCESSFUL
              MOVE "PAYROLL-RUN-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-PAYROLL-RUN-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "JOBCSTAS: RUN FILE MISSING -- "
                      WS-PAYROLL-RUN-PATH
              GO TO 2010-EXIT
           END-IF
           ADD 1 TO WS-RUN-FILES-READ
           PERFORM UNTIL END-OF-PAYROLL-RUN
              READ PAYROLL-RUN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-RUN-RECORDS-READ
                 IF RUN-EMP-GROSS IS NUMERIC
                    AND RUN-SPLIT-COUNT IS NUMERIC
                    AND RUN-SPLIT-COUNT > 0
                    PERFORM 2100-DISTRIBUTE-SPLITS
                 END-IF
              END-READ
           END-PERFORM
           CLOSE PAYROLL-RUN-FILE.
       2010-EXIT.
           EXIT.

      * SHARED OUT BY SEGMENT HOURS, THE LAST SEGMENT TAKING THE
      * ROUNDING PENNIES -- CALCPYAS'S OWN 1066-DISTRIBUTE-SPLITS.
      * ONLY SEGMENTS CARRYING A JOB CODE ARE FILED.
       2100-DISTRIBUTE-SPLITS.
           MOVE RUN-EMP-GROSS TO WS-REC-GROSS
           IF RUN-SHIFT-PREM IS NUMERIC
              MOVE RUN-SHIFT-PREM TO WS-REC-SHIFT-PREM
           ELSE
              MOVE ZEROES TO WS-REC-SHIFT-PREM
           END-IF
           MOVE ZEROES TO WS-SPLIT-HOURS-TOTAL
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                     UNTIL WS-SPLIT-SUB > RUN-SPLIT-COUNT
                        OR WS-SPLIT-SUB > 3
              IF RUN-SPLIT-HOURS(WS-SPLIT-SUB) IS NUMERIC
                 ADD RUN-SPLIT-HOURS(WS-SPLIT-SUB)
                   TO WS-SPLIT-HOURS-TOTAL
              END-IF
           END-PERFORM
           MOVE WS-REC-GROSS      TO WS-SPLIT-LEFT-GROSS
           MOVE WS-REC-SHIFT-PREM TO WS-SPLIT-LEFT-SHIFT
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                     UNTIL WS-SPLIT-SUB > RUN-SPLIT-COUNT
                        OR WS-SPLIT-SUB > 3
              MOVE RUN-SPLIT-JOB(WS-SPLIT-SUB) TO WS-DIST-JOB
              IF RUN-SPLIT-HOURS(WS-SPLIT-SUB) IS NUMERIC
                 MOVE RUN-SPLIT-HOURS(WS-SPLIT-SUB) TO WS-DIST-HOURS
              ELSE
                 MOVE ZEROES TO WS-DIST-HOURS
              END-IF
              IF WS-SPLIT-SUB = RUN-SPLIT-COUNT
                 OR WS-SPLIT-SUB = 3
                 OR WS-SPLIT-HOURS-TOTAL = 0
                 MOVE WS-SPLIT-LEFT-GROSS TO WS-DIST-GROSS
                 MOVE WS-SPLIT-LEFT-SHIFT TO WS-DIST-SHIFT
                 MOVE 3 TO WS-SPLIT-SUB
              ELSE
                 COMPUTE WS-DIST-GROSS ROUNDED = WS-REC-GROSS
                       * WS-DIST-HOURS / WS-SPLIT-HOURS-TOTAL
                 COMPUTE WS-DIST-SHIFT ROUNDED = WS-REC-SHIFT-PREM
                       * WS-DIST-HOURS / WS-SPLIT-HOURS-TOTAL
                 SUBTRACT WS-DIST-GROSS FROM WS-SPLIT-LEFT-GROSS
                 SUBTRACT WS-DIST-SHIFT FROM WS-SPLIT-LEFT-SHIFT
              END-IF
              IF WS-DIST-JOB NOT = SPACES
                 PERFORM 2200-ADD-TO-JOB THRU 2200-EXIT
              END-IF
           END-PERFORM.

      * ONE SEGMENT INTO ITS JOB. A CODE NOT ON THE MASTER GETS A
      * ROW OF ITS OWN SO THE HOURS STILL SHOW. A NEGATIVE
      * ADJUSTMENT BACKS ITS SLICE OUT.
       2200-ADD-TO-JOB.
           MOVE "N" TO WS-JOB-FOUND-SW
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                     UNTIL WS-JOB-SUB > WS-JOB-COUNT
                        OR JOB-FOUND
              IF WS-JOB-ROW(WS-JOB-SUB)(1:4) = WS-DIST-JOB
                 MOVE "Y" TO WS-JOB-FOUND-SW
              END-IF
           END-PERFORM
           IF JOB-FOUND
              SUBTRACT 1 FROM WS-JOB-SUB
           ELSE
              IF WS-JOB-COUNT = 300
                 MOVE "Y" TO WS-JOB-TABLE-FULL-SW
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO WS-JOB-COUNT
              MOVE WS-JOB-COUNT TO WS-JOB-SUB
              INITIALIZE WS-JOB-ENTRY(WS-JOB-SUB)
              MOVE SPACES TO WS-JOB-ROW(WS-JOB-SUB)
              MOVE WS-DIST-JOB TO WS-JOB-ROW(WS-JOB-SUB)(1:4)
              MOVE "N" TO WS-JOB-ON-MASTER-SW(WS-JOB-SUB)
              MOVE "N" TO WS-JOB-CLOSED-NOW-SW(WS-JOB-SUB)
           END-IF
           IF RUN-ADJ-NEGATIVE
              SUBTRACT WS-DIST-HOURS FROM WS-JOB-HOURS(WS-JOB-SUB)
              SUBTRACT WS-DIST-GROSS FROM WS-JOB-GROSS(WS-JOB-SUB)
              SUBTRACT WS-DIST-SHIFT FROM WS-JOB-SHIFT-PREM(WS-JOB-SUB)
           ELSE
              ADD WS-DIST-HOURS TO WS-JOB-HOURS(WS-JOB-SUB)
              ADD WS-DIST-GROSS TO WS-JOB-GROSS(WS-JOB-SUB)
              ADD WS-DIST-SHIFT TO WS-JOB-SHIFT-PREM(WS-JOB-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      * AN OPEN JOB WHOSE RUG ORDER IS NOW SHIPPED IS CLOSED AS OF
      * TODAY. EACH OPEN JOB'S ORDER IS READ BY KEY.
       3000-CLOSE-SHIPPED-JOBS.
           OPEN INPUT RUG-ORDER-MASTER
           IF NOT RUG-ORDER-SUCCESSFUL
              DISPLAY "JOBCSTAS: NO RUG-ORDER MASTER -- NO JOBS "
                      "CLOSED THIS RUN"
              GO TO 3000-EXIT
           END-IF
           PERFORM 3010-CLOSE-JOB-IF-SHIPPED
             VARYING WS-JOB-SUB FROM 1 BY 1
             UNTIL WS-JOB-SUB > WS-JOB-MASTER-COUNT
           CLOSE RUG-ORDER-MASTER.
       3000-EXIT.
           EXIT.

       3010-CLOSE-JOB-IF-SHIPPED.
           MOVE WS-JOB-ROW(WS-JOB-SUB) TO WS-WORK-JOB
           IF WRK-JOB-OPEN
              AND WRK-JOB-ORDER-NUMBER NOT = SPACES
              MOVE WRK-JOB-ORDER-NUMBER TO RUGORD-ORDER-NUMBER
              READ RUG-ORDER-MASTER
              IF RUG-ORDER-SUCCESSFUL
                 AND RUGORD-SHIPPED
                 MOVE "C" TO WRK-JOB-STATUS
                 MOVE WS-RUN-DATE TO WRK-JOB-CLOSED-DATE
                 MOVE WS-WORK-JOB TO WS-JOB-ROW(WS-JOB-SUB)
                 MOVE "Y" TO WS-JOB-CLOSED-NOW-SW(WS-JOB-SUB)
                 ADD 1 TO WS-JOBS-CLOSED
              END-IF
           END-IF.

       4000-WRITE-REPORT.
           OPEN OUTPUT JOB-COST-REPORT
           MOVE WS-RUN-DATE TO JC-HDG-RUN-DATE
           COMPUTE WS-EDIT-BURDEN-PCT ROUNDED = WS-BURDEN-RATE * 100
           MOVE WS-EDIT-BURDEN-PCT TO JC-HDG-BURDEN-PCT
           MOVE WS-BURDEN-SOURCE TO JC-HDG-BURDEN-SOURCE
           WRITE JOB-COST-REPORT-RECORD FROM JC-HDG-LINE
           WRITE JOB-COST-REPORT-RECORD FROM JC-BLANK-LINE
           WRITE JOB-COST-REPORT-RECORD FROM JC-COLUMN-LINE-1
           WRITE JOB-COST-REPORT-RECORD FROM JC-COLUMN-LINE-2
           WRITE JOB-COST-REPORT-RECORD FROM JC-BLANK-LINE
           PERFORM 4100-WRITE-ONE-JOB
             VARYING WS-JOB-SUB FROM 1 BY 1
             UNTIL WS-JOB-SUB > WS-JOB-MASTER-COUNT
           PERFORM 4200-WRITE-TOTALS
           MOVE "JOB CODES CHARGED BUT NOT ON THE JOB MASTER"
             TO JC-SECTION-TITLE
           WRITE JOB-COST-REPORT-RECORD FROM JC-SECTION-LINE
           COMPUTE WS-FIRST-UNKNOWN-JOB = WS-JOB-MASTER-COUNT + 1
           PERFORM 4100-WRITE-ONE-JOB
             VARYING WS-JOB-SUB FROM WS-FIRST-UNKNOWN-JOB BY 1
             UNTIL WS-JOB-SUB > WS-JOB-COUNT
           COMPUTE WS-UNKNOWN-JOBS = WS-JOB-COUNT - WS-JOB-MASTER-COUNT
           IF WS-UNKNOWN-JOBS = 0
              MOVE "  NONE" TO JC-SECTION-TITLE
              WRITE JOB-COST-REPORT-RECORD FROM JC-SECTION-LINE
           END-IF
           IF JOB-TABLE-FULL
              MOVE "  ** JOB TABLE FULL AT 300 -- SOME CODES LEFT OFF"
                TO JC-SECTION-TITLE
              WRITE JOB-COST-REPORT-RECORD FROM JC-SECTION-LINE
           END-IF
           WRITE JOB-COST-REPORT-RECORD FROM JC-BLANK-LINE
           MOVE "JOBS CLOSED THIS RUN (ORDER SHIPPED):"
             TO JC-CNT-LABEL
           MOVE WS-JOBS-CLOSED TO JC-CNT-VALUE
           WRITE JOB-COST-REPORT-RECORD FROM JC-COUNT-LINE
           CLOSE JOB-COST-REPORT.

      * TWO LINES PER JOB: THE QUOTE AND HOURS, THEN THE DOLLARS.
      * PERCENT COMPLETE IS ACTUAL HOURS OVER QUOTED HOURS; THE
      * VARIANCE IS QUOTED LABOR LESS LABOR COST, SO A JOB RUNNING
      * OVER ITS QUOTE SHOWS NEGATIVE.
       4100-WRITE-ONE-JOB.
           MOVE WS-JOB-ROW(WS-JOB-SUB) TO WS-WORK-JOB
           IF WRK-JOB-QUOTED-HOURS IS NOT NUMERIC
              MOVE ZEROES TO WRK-JOB-QUOTED-HOURS
           END-IF
           IF WRK-JOB-QUOTED-LABOR IS NOT NUMERIC
              MOVE ZEROES TO WRK-JOB-QUOTED-LABOR
           END-IF
           COMPUTE WS-PRT-BURDEN ROUNDED =
                   WS-JOB-GROSS(WS-JOB-SUB) * WS-BURDEN-RATE
           COMPUTE WS-PRT-COST = WS-JOB-GROSS(WS-JOB-SUB)
                               + WS-PRT-BURDEN
           COMPUTE WS-PRT-VARIANCE = WRK-JOB-QUOTED-LABOR
                                   - WS-PRT-COST
           MOVE WRK-JOB-CODE          TO JC-JOB-CODE
           MOVE WRK-JOB-DESC          TO JC-JOB-DESC
           MOVE WRK-JOB-CUST-NUMBER   TO JC-JOB-CUST
           MOVE WRK-JOB-ORDER-NUMBER  TO JC-JOB-ORDER
           MOVE WRK-JOB-STATUS        TO JC-JOB-STATUS
           IF WRK-JOB-OPEN OR WRK-JOB-CLOSED-DATE IS NOT NUMERIC
              MOVE SPACES TO JC-JOB-CLOSED-DATE
           ELSE
              MOVE WRK-JOB-CLOSED-DATE TO JC-JOB-CLOSED-DATE
           END-IF
           MOVE WRK-JOB-QUOTED-HOURS  TO JC-JOB-QUOTED-HOURS
           MOVE WS-JOB-HOURS(WS-JOB-SUB) TO JC-JOB-HOURS
           IF WRK-JOB-QUOTED-HOURS > 0
              AND WS-JOB-HOURS(WS-JOB-SUB) > 0
              COMPUTE WS-PRT-PCT-COMPLETE ROUNDED =
                      WS-JOB-HOURS(WS-JOB-SUB) * 100
                    / WRK-JOB-QUOTED-HOURS
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PRT-PCT-COMPLETE
              END-COMPUTE
              MOVE WS-PRT-PCT-COMPLETE TO WS-EDIT-PCT-COMPLETE
              STRING WS-EDIT-PCT-COMPLETE "%" DELIMITED BY SIZE
                     INTO JC-JOB-PCT-COMPLETE
           ELSE
              MOVE SPACES TO JC-JOB-PCT-COMPLETE
           END-IF
           WRITE JOB-COST-REPORT-RECORD FROM JC-JOB-LINE-1
           MOVE WRK-JOB-QUOTED-LABOR  TO JC-JOB-QUOTED-LABOR
           MOVE WS-JOB-GROSS(WS-JOB-SUB) TO JC-JOB-GROSS
           MOVE WS-JOB-SHIFT-PREM(WS-JOB-SUB) TO JC-JOB-SHIFT-PREM
           MOVE WS-PRT-BURDEN         TO JC-JOB-BURDEN
           MOVE WS-PRT-COST           TO JC-JOB-COST
           MOVE WS-PRT-VARIANCE       TO JC-JOB-VARIANCE
           WRITE JOB-COST-REPORT-RECORD FROM JC-JOB-LINE-2
           IF WS-JOB-ON-MASTER(WS-JOB-SUB)
              ADD WRK-JOB-QUOTED-HOURS TO WS-TOT-QUOTED-HOURS
              ADD WS-JOB-HOURS(WS-JOB-SUB) TO WS-TOT-HOURS
              ADD WRK-JOB-QUOTED-LABOR TO WS-TOT-QUOTED-LABOR
              ADD WS-JOB-GROSS(WS-JOB-SUB) TO WS-TOT-GROSS
              ADD WS-JOB-SHIFT-PREM(WS-JOB-SUB) TO WS-TOT-SHIFT-PREM
              ADD WS-PRT-BURDEN TO WS-TOT-BURDEN
              ADD WS-PRT-COST TO WS-TOT-COST
              ADD WS-PRT-VARIANCE TO WS-TOT-VARIANCE
           END-IF.

       4200-WRITE-TOTALS.
           WRITE JOB-COST-REPORT-RECORD FROM JC-BLANK-LINE
           MOVE SPACES               TO JC-JOB-LINE-1
           MOVE "TOTAL JOBS ON MASTER" TO JC-JOB-DESC
           MOVE WS-TOT-QUOTED-HOURS  TO JC-JOB-QUOTED-HOURS
           MOVE WS-TOT-HOURS         TO JC-JOB-HOURS
           WRITE JOB-COST-REPORT-RECORD FROM JC-JOB-LINE-1
           MOVE WS-TOT-QUOTED-LABOR  TO JC-JOB-QUOTED-LABOR
           MOVE WS-TOT-GROSS         TO JC-JOB-GROSS
           MOVE WS-TOT-SHIFT-PREM    TO JC-JOB-SHIFT-PREM
           MOVE WS-TOT-BURDEN        TO JC-JOB-BURDEN
           MOVE WS-TOT-COST          TO JC-JOB-COST
           MOVE WS-TOT-VARIANCE      TO JC-JOB-VARIANCE
           WRITE JOB-COST-REPORT-RECORD FROM JC-JOB-LINE-2
           WRITE JOB-COST-REPORT-RECORD FROM JC-BLANK-LINE.

       5000-REWRITE-JOB-MASTER.
           OPEN OUTPUT JOB-MASTER-FILE
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                     UNTIL WS-JOB-SUB > WS-JOB-MASTER-COUNT
              MOVE WS-JOB-ROW(WS-JOB-SUB) TO JOB-MASTER-REC-IN
              WRITE JOB-MASTER-REC-IN
              IF NOT JOB-MASTER-SUCCESSFUL
                 MOVE "JOB-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-JOB-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE JOB-MASTER-FILE
           DISPLAY "JOBCSTAS: JOB MASTER UPDATED".

      * SHARED SHOP-WIDE REPORT-DISTRIBUTION PARAGRAPHS. SEE
      * DISTRIBPARA.CPY.
       COPY DISTRIBPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.
