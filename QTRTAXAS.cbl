      * EVERYTHING IS BUCKETED BY MONTH WITHIN THE REQUESTED
      * QUARTER, AND THE RECONCILIATION LINE PROVES THE QUARTER'S
      * FIGURES EQUAL THE SUM OF THE INDIVIDUAL RUN TOTALS.
      * THE DEPOSITS KEYED IN DEPMNTAS (TAXDEPOS.DAT) ARE BUCKETED
      * BY THE LIABILITY MONTH THEY PAY, AND THE RECONCILIATION
      * SETS EACH MONTH'S FEDERAL LIABILITY (FEDERAL AND SS/MEDICARE
      * WITHHELD PLUS THE EMPLOYER MATCH) AND STATE LIABILITY (STATE
      * AND LOCAL WITHHELD) AGAINST WHAT WAS DEPOSITED FOR IT.
      * THE SUMMARY IS FOR ONE COMPANY -- THE ONE RUNCOMP.DAT NAMES --
      * SINCE EACH COMPANY FILES UNDER ITS OWN FEIN. IT READS THAT
      * COMPANY'S GL CONTROL, JOURNAL AND DEPOSIT FILES, WRITES ITS
      * OWN REPORT, AND TAKES THE YTD REFERENCE TOTALS ONLY FOR THE
      * EMPLOYEES THE EMPLOYEE MASTER PUTS IN THAT COMPANY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO WS-GL-JOURNAL-PATH
               organization is line sequential
               file status is WS-GL-JOURNAL-STATUS.
             SELECT TAX-DEPOSIT-FILE
               ASSIGN TO WS-TAX-DEPOSIT-PATH
               organization is line sequential
               file status is WS-TAX-DEPOSIT-STATUS.
             SELECT QTR-TAX-REPORT
               ASSIGN TO WS-QTR-TAX-REPORT-PATH
               organization is line sequential
               file status is WS-QTR-TAX-REPORT-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.
           05  YTD-WH                   PIC 9(09)V99.
           05  YTD-NET                  PIC 9(09)V99.
           05  YTD-DEFERRAL             PIC 9(09)V99.
      * W-2 BOX DETAIL: FEDERAL TAXABLE WAGES AND WITHHOLDING,
      * SOCIAL SECURITY AND MEDICARE WAGES AND TAX, STATE AND
      * LOCAL WITHHOLDING.
           05  YTD-FIT-WAGES            PIC 9(09)V99.
           05  YTD-FED-WH               PIC 9(09)V99.
           05  YTD-SS-WAGES             PIC 9(09)V99.
           05  YTD-SS-WH                PIC 9(09)V99.
           05  YTD-MED-WAGES            PIC 9(09)V99.
           05  YTD-MED-WH               PIC 9(09)V99.
           05  YTD-STATE-WH             PIC 9(09)V99.
           05  YTD-LOCAL-WH             PIC 9(09)V99.

      * THE CONTROL LINES CALCPYAS WRITES. THE "A" ACCRUAL LINE IS
      * RECOGNIZED THROUGH THE REDEFINED VIEW BELOW.
           05  JRNL-AMOUNT              PIC 9(09)V9(02).
           05  JRNL-DESCRIPTION         PIC X(24).

      * THE DEPOSITS MADE, AS DEPMNTAS KEYS THEM. AN AGENCY IS
      * "FED " OR "ST" AND THE STATE CODE.
       FD  TAX-DEPOSIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS TAX-DEPOSIT-REC.
       01  TAX-DEPOSIT-REC.
           05  DPM-AGENCY               PIC X(04).
           05  DPM-LIAB-MONTH           PIC 9(06).
           05  DPM-DUE-DATE             PIC 9(08).
           05  DPM-DEPOSIT-DATE         PIC 9(08).
           05  DPM-AMOUNT               PIC 9(09)V99.
           05  DPM-CONFIRMATION         PIC X(15).
           05  DPM-OPERATOR             PIC X(08).
           05  DPM-ENTRY-DATE           PIC 9(08).

       FD  QTR-TAX-REPORT
           RECORDING MODE IS F
           DATA RECORD IS QTR-TAX-REPORT-RECORD.
       01  QTR-TAX-REPORT-RECORD        PIC X(100).

      * SAME EMPLOYEE MASTER EMPMNTAS MAINTAINS -- NUMBER AND
      * COMPANY ARE ALL THE SUMMARY NEEDS.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  FILLER                   PIC X(108).
           05  EMP-COMPANY-IN           PIC X(02).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-YTD-MASTER-PATH       PIC X(40)
       01 WS-GL-JOURNAL-STATUS     PIC X(02).
           88 GL-JOURNAL-SUCCESSFUL    VALUE "00".
           88 END-OF-GL-JOURNAL        VALUE "10".
       01 WS-TAX-DEPOSIT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\TAXDEPOS.DAT".
       01 WS-TAX-DEPOSIT-STATUS    PIC X(02).
           88 TAX-DEPOSIT-SUCCESSFUL   VALUE "00".
           88 END-OF-TAX-DEPOSIT       VALUE "10".
       01 WS-QTR-TAX-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\QTRTAX.rpt".
       01 WS-QTR-TAX-REPORT-STATUS PIC X(02).
           88 GOOD-QTR-TAX-WRITE       VALUE "00".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".

      * THE EMPLOYEES OF THE COMPANY BEING SUMMARIZED. A BLANK
      * COMPANY ON THE MASTER MEANS 01.
       01 WS-CO-EMP-TABLE.
           05 WS-CO-EMP-NUMBER OCCURS 999 TIMES
                               INDEXED BY WS-CO-EMP-IDX
                               PIC X(06).
       01 WS-CO-EMP-COUNT          PIC 9(03) VALUE 0.
       01 WS-CO-EMP-FOUND-SW       PIC X(01).
           88 CO-EMP-FOUND             VALUE "Y".
       01 WS-EMP-COMPANY           PIC X(02).

      * THE QUARTER BEING SUMMARIZED, AS THE OPERATOR KEYS IT.
       01 WS-QUARTER-IN            PIC X(05).
              10 WS-MTH-ER-FICA         PIC S9(09)V99.
              10 WS-MTH-FUTA            PIC S9(09)V99.
              10 WS-MTH-SUTA            PIC S9(09)V99.
              10 WS-MTH-FED-DEPOSITS    PIC S9(09)V99.
              10 WS-MTH-STATE-DEPOSITS  PIC S9(09)V99.

      * THE SAME FIGURES ACCUMULATED STRAIGHT OFF EVERY QUALIFYING
      * RUN LINE, WITHOUT GOING THROUGH THE MONTH BUCKETS, SO THE
       01 WS-YTD-TOTAL-NET         PIC 9(11)V99 VALUE 0.
       01 WS-YTD-EMPLOYEES         PIC 9(06) VALUE 0.

      * LIABILITY AGAINST DEPOSITS, FOR THE MONTH BEING PRINTED AND
      * FOR THE QUARTER.
       01 WS-DEP-LIABILITY         PIC S9(09)V99.
       01 WS-DEP-DEPOSITED         PIC S9(09)V99.
       01 WS-DEP-DIFFERENCE        PIC S9(09)V99.
       01 WS-QTR-FED-LIABILITY     PIC S9(09)V99 VALUE 0.
       01 WS-QTR-FED-DEPOSITS      PIC S9(09)V99 VALUE 0.
       01 WS-QTR-STATE-LIABILITY   PIC S9(09)V99 VALUE 0.
       01 WS-QTR-STATE-DEPOSITS    PIC S9(09)V99 VALUE 0.
       01 WS-DEPOSITS-READ         PIC 9(06) VALUE 0.

       01 WS-CONTROL-LINES-READ    PIC 9(06) VALUE 0.
       01 WS-JOURNAL-LINES-READ    PIC 9(06) VALUE 0.
       01 WS-RUN-DATE              PIC 9(08).
           05 QTR-HDG-RUN-DATE       PIC 9(08).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  QTR-COMPANY-LINE.
           05 FILLER                 PIC X(09) VALUE "COMPANY: ".
           05 QTR-CO-CODE            PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 QTR-CO-NAME            PIC X(30).
           05 FILLER                 PIC X(07) VALUE "  FEIN ".
           05 QTR-CO-FEIN            PIC X(09).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  QTR-MONTH-LINE.
           05 FILLER                 PIC X(07) VALUE "MONTH: ".
           05 QTR-MTH-MONTH          PIC 9(02).
           05 QTR-RECON-RESULT       PIC X(20).
           05 FILLER                 PIC X(46) VALUE SPACES.

       01  QTR-DEP-HDG-LINE.
           05 FILLER                 PIC X(40)
             VALUE "LIABILITY AGAINST DEPOSITS      MONTH: ".
           05 QTR-DEP-HDG-MONTH      PIC 9(02).
           05 FILLER                 PIC X(58) VALUE SPACES.

       01  QTR-DEP-COLUMN-LINE.
           05 FILLER                 PIC X(50)
             VALUE "                               LIABILITY       DEP".
           05 FILLER                 PIC X(22)
             VALUE "OSITED      DIFFERENCE".
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  QTR-DEP-LINE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QTR-DEP-LABEL          PIC X(24).
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY QTR-DEP-LIABILITY.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY QTR-DEP-DEPOSITED.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QTR-DEP-DIFFERENCE     PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 QTR-DEP-NOTE           PIC X(16).
           05 FILLER                 PIC X(09) VALUE SPACES.

       01  QTR-BLANK-LINE            PIC X(100) VALUE SPACES.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-GL-CONTROL
           PERFORM 3000-READ-GL-JOURNAL
           PERFORM 3500-READ-TAX-DEPOSITS
           PERFORM 4000-READ-YTD-MASTER
           PERFORM 5000-WRITE-SUMMARY-REPORT
           MOVE "QTRTAXAS" TO WS-AUDIT-PROGRAM-ID
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "GL CONTROL LINES READ: " WS-CONTROL-LINES-READ
           DISPLAY "RUN LINES IN QUARTER:  " WS-RUN-SUM-LINES
           DISPLAY "TAX DEPOSITS READ:     " WS-DEPOSITS-READ
           DISPLAY "REPORT WRITTEN TO " WS-QTR-TAX-REPORT-PATH
           DISPLAY "END QTRTAXAS"
           GOBACK.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1020-SET-COMPANY-PATHS
           PERFORM 1030-LOAD-COMPANY-EMPLOYEES
           DISPLAY "ENTER QUARTER TO SUMMARIZE (YYYYQ, E.G. 20261): "
           ACCEPT WS-QUARTER-IN
           IF WS-QUARTER-IN(1:4) IS NOT NUMERIC
           MOVE WS-GL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-JOURNAL-PATH
           MOVE "TAX-DEPOSIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-TAX-DEPOSIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-TAX-DEPOSIT-PATH
           MOVE "QTR-TAX-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-QTR-TAX-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-QTR-TAX-REPORT-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY BEING SUMMARIZED, AND ITS OWN GL CONTROL,
      * JOURNAL, DEPOSIT AND REPORT FILES. COMPANY 01 KEEPS THE FILE
      * NAMES IT HAS ALWAYS HAD.
       1020-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "QTRTAXAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER -- "
                      "RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
           MOVE WS-GL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-JOURNAL-PATH
           MOVE WS-TAX-DEPOSIT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-TAX-DEPOSIT-PATH
           MOVE WS-QTR-TAX-REPORT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1025-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-QTR-TAX-REPORT-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1025-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "QTRTAXAS: RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1030-LOAD-COMPANY-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE EMP-COMPANY-IN TO WS-EMP-COMPANY
                    IF WS-EMP-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO WS-EMP-COMPANY
                    END-IF
                    IF WS-EMP-COMPANY = WS-RUN-COMPANY-CODE
                       AND WS-CO-EMP-COUNT < 999
                       ADD 1 TO WS-CO-EMP-COUNT
                       MOVE EMP-NUMBER-IN
                         TO WS-CO-EMP-NUMBER(WS-CO-EMP-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "QTRTAXAS"        TO WS-IOERR-PROGRAM-ID
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "QTRTAXAS: EMPLOYEE MASTER NOT AVAILABLE -- "
                      "REFERENCE TOTALS WILL SHOW ZERO"
           END-IF.

       2000-READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL-FILE
              END-IF
           END-IF.

      * EACH DEPOSIT COUNTS AGAINST THE MONTH WHOSE LIABILITY IT
      * PAYS, NOT THE MONTH IT WAS MADE IN.
       3500-READ-TAX-DEPOSITS.
           OPEN INPUT TAX-DEPOSIT-FILE
           IF TAX-DEPOSIT-SUCCESSFUL
              PERFORM UNTIL END-OF-TAX-DEPOSIT
                 READ TAX-DEPOSIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-DEPOSITS-READ
                    PERFORM 3510-BUCKET-DEPOSIT
                 END-READ
              END-PERFORM
              CLOSE TAX-DEPOSIT-FILE
           ELSE
              DISPLAY "QTRTAXAS: NO TAX DEPOSITS ON FILE -- THE "
                      "DEPOSIT LINES WILL SHOW ZERO"
           END-IF.

       3510-BUCKET-DEPOSIT.
           IF DPM-LIAB-MONTH IS NUMERIC AND DPM-AMOUNT IS NUMERIC
              COMPUTE WS-WORK-YEAR = DPM-LIAB-MONTH / 100
              COMPUTE WS-WORK-MONTH = FUNCTION MOD(DPM-LIAB-MONTH, 100)
              PERFORM 2030-FIND-MONTH-BUCKET
              IF WS-MONTH-SUB > 0
                 IF DPM-AGENCY = "FED "
                    ADD DPM-AMOUNT
                      TO WS-MTH-FED-DEPOSITS(WS-MONTH-SUB)
                 ELSE
                    ADD DPM-AMOUNT
                      TO WS-MTH-STATE-DEPOSITS(WS-MONTH-SUB)
                 END-IF
              END-IF
           END-IF.

      * ONE SEQUENTIAL PASS FOR THE REFERENCE TOTALS ONLY -- THE
      * MASTER IS NEVER UPDATED HERE.
       4000-READ-YTD-MASTER.
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 4010-FIND-COMPANY-EMPLOYEE
                    IF CO-EMP-FOUND
                       ADD 1 TO WS-YTD-EMPLOYEES
                       ADD YTD-GROSS TO WS-YTD-TOTAL-GROSS
                       ADD YTD-WH    TO WS-YTD-TOTAL-WH
                       ADD YTD-NET   TO WS-YTD-TOTAL-NET
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-MASTER
                      "REFERENCE TOTALS WILL SHOW ZERO"
           END-IF.

      * THE YTD MASTER IS KEYED ON EMPLOYEE NUMBER ALONE; ONLY THE
      * RUN COMPANY'S EMPLOYEES COUNT TOWARD ITS REFERENCE TOTALS.
       4010-FIND-COMPANY-EMPLOYEE.
           MOVE "N" TO WS-CO-EMP-FOUND-SW
           IF WS-CO-EMP-COUNT > 0
              SET WS-CO-EMP-IDX TO 1
              SEARCH WS-CO-EMP-NUMBER
                 AT END
                    CONTINUE
                 WHEN WS-CO-EMP-IDX > WS-CO-EMP-COUNT
                    CONTINUE
                 WHEN WS-CO-EMP-NUMBER(WS-CO-EMP-IDX) = YTD-EMP-NUMBER
                    MOVE "Y" TO WS-CO-EMP-FOUND-SW
              END-SEARCH
           END-IF.

       5000-WRITE-SUMMARY-REPORT.
           OPEN OUTPUT QTR-TAX-REPORT
           MOVE WS-QTR-YEAR   TO QTR-HDG-YEAR
           MOVE WS-QTR-NUMBER TO QTR-HDG-QUARTER
           MOVE WS-RUN-DATE   TO QTR-HDG-RUN-DATE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-HDG-LINE
           MOVE WS-RUN-COMPANY-CODE TO QTR-CO-CODE
           MOVE WS-RUN-COMPANY-NAME TO QTR-CO-NAME
           MOVE WS-RUN-COMPANY-FEIN TO QTR-CO-FEIN
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-COMPANY-LINE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-BLANK-LINE
           PERFORM 5010-WRITE-ONE-MONTH
             VARYING WS-MONTH-SUB FROM 1 BY 1
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-AMOUNT-LINE
           MOVE "YTD MASTER TOTAL NET" TO QTR-AMT-LABEL
           MOVE WS-YTD-TOTAL-NET TO QTR-AMT-VALUE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-AMOUNT-LINE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-BLANK-LINE
           PERFORM 5040-WRITE-MONTH-DEPOSITS
             VARYING WS-MONTH-SUB FROM 1 BY 1
             UNTIL WS-MONTH-SUB > 3
           PERFORM 5050-WRITE-QUARTER-DEPOSITS.

      * EACH MONTH'S DEPOSIT LIABILITY AGAINST THE DEPOSITS MADE FOR
      * IT. FEDERAL IS THE 941 DEPOSIT: INCOME TAX AND BOTH HALVES
      * OF SOCIAL SECURITY/MEDICARE. STATE IS STATE AND LOCAL
      * WITHHOLDING FOR ALL STATES TOGETHER.
       5040-WRITE-MONTH-DEPOSITS.
           MOVE WS-MTH-MONTH(WS-MONTH-SUB) TO QTR-DEP-HDG-MONTH
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-DEP-HDG-LINE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-DEP-COLUMN-LINE
           COMPUTE WS-DEP-LIABILITY = WS-MTH-FED(WS-MONTH-SUB)
                                    + WS-MTH-SSNMED(WS-MONTH-SUB)
                                    + WS-MTH-ER-FICA(WS-MONTH-SUB)
           MOVE WS-MTH-FED-DEPOSITS(WS-MONTH-SUB) TO WS-DEP-DEPOSITED
           ADD WS-DEP-LIABILITY TO WS-QTR-FED-LIABILITY
           ADD WS-DEP-DEPOSITED TO WS-QTR-FED-DEPOSITS
           MOVE "FEDERAL DEPOSITS" TO QTR-DEP-LABEL
           PERFORM 5060-WRITE-DEPOSIT-LINE
           COMPUTE WS-DEP-LIABILITY = WS-MTH-STATE(WS-MONTH-SUB)
                                    + WS-MTH-LOCAL(WS-MONTH-SUB)
           MOVE WS-MTH-STATE-DEPOSITS(WS-MONTH-SUB)
             TO WS-DEP-DEPOSITED
           ADD WS-DEP-LIABILITY TO WS-QTR-STATE-LIABILITY
           ADD WS-DEP-DEPOSITED TO WS-QTR-STATE-DEPOSITS
           MOVE "STATE/LOCAL DEPOSITS" TO QTR-DEP-LABEL
           PERFORM 5060-WRITE-DEPOSIT-LINE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-BLANK-LINE.

       5050-WRITE-QUARTER-DEPOSITS.
           MOVE "QUARTER FEDERAL" TO QTR-DEP-LABEL
           MOVE WS-QTR-FED-LIABILITY TO WS-DEP-LIABILITY
           MOVE WS-QTR-FED-DEPOSITS  TO WS-DEP-DEPOSITED
           PERFORM 5060-WRITE-DEPOSIT-LINE
           MOVE "QUARTER STATE/LOCAL" TO QTR-DEP-LABEL
           MOVE WS-QTR-STATE-LIABILITY TO WS-DEP-LIABILITY
           MOVE WS-QTR-STATE-DEPOSITS  TO WS-DEP-DEPOSITED
           PERFORM 5060-WRITE-DEPOSIT-LINE
           IF WS-QTR-FED-LIABILITY = WS-QTR-FED-DEPOSITS
              AND WS-QTR-STATE-LIABILITY = WS-QTR-STATE-DEPOSITS
              MOVE "DEPOSITS TIE TO LIABILITY:" TO QTR-RECON-LABEL
              MOVE "IN BALANCE" TO QTR-RECON-RESULT
           ELSE
              MOVE "DEPOSITS TIE TO LIABILITY:" TO QTR-RECON-LABEL
              MOVE "** OUT OF BALANCE **" TO QTR-RECON-RESULT
           END-IF
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-RECON-LINE.

      * PRINTS WS-DEP-LIABILITY AGAINST WS-DEP-DEPOSITED UNDER THE
      * LABEL ALREADY IN QTR-DEP-LABEL.
       5060-WRITE-DEPOSIT-LINE.
           COMPUTE WS-DEP-DIFFERENCE =
                   WS-DEP-LIABILITY - WS-DEP-DEPOSITED
           MOVE WS-DEP-LIABILITY  TO QTR-DEP-LIABILITY
           MOVE WS-DEP-DEPOSITED  TO QTR-DEP-DEPOSITED
           MOVE WS-DEP-DIFFERENCE TO QTR-DEP-DIFFERENCE
           EVALUATE TRUE
              WHEN WS-DEP-DIFFERENCE > 0
                 MOVE "UNDER-DEPOSITED" TO QTR-DEP-NOTE
              WHEN WS-DEP-DIFFERENCE < 0
                 MOVE "OVER-DEPOSITED" TO QTR-DEP-NOTE
              WHEN OTHER
                 MOVE SPACES TO QTR-DEP-NOTE
           END-EVALUATE
           WRITE QTR-TAX-REPORT-RECORD FROM QTR-DEP-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.
      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
