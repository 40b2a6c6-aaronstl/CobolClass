       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESCHEATAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * STALE-DATED CHECK AND UNCLAIMED-PROPERTY (ESCHEATMENT) RUN.
      *
      * A CHECK BANKRECAS NEVER SEES CLEAR SITS ON PAYCHKREG.DAT IN
      * ISSUED STATUS FOREVER. THIS PROGRAM AGES EVERY OUTSTANDING
      * CHECK FROM ITS PAY DATE AND REPORTS, ON ESCHEAT.rpt:
      *   - STALE CHECKS, OLDER THAN THE STALE-DAYS THRESHOLD
      *     (90 BY DEFAULT), SO THE EMPLOYEE CAN BE CONTACTED;
      *   - CHECKS PAST THE DORMANCY PERIOD OF THE EMPLOYEE'S WORK
      *     STATE, WHICH ARE DUE FOR ESCHEATMENT. EACH ONE IS
      *     QUEUED ON APPRQUEUE.DAT AS AN "ESCHEAT" REQUEST UNDER
      *     THE SIGNED-ON OPERATOR, THE SAME WAY CHKMNTAS QUEUES A
      *     VOID. A DIFFERENT OPERATOR APPROVES IT IN APPROVAS,
      *     WHICH MOVES THE CHECK TO STATUS "E" ESCHEATED;
      *   - ESCHEATED CHECKS NOT YET REPORTED TO THE STATE. THESE
      *     ARE WRITTEN TO THE STATE UNCLAIMED-PROPERTY FILE,
      *     UNCLAIM.DAT, GROUPED BY STATE, WITH ONE "E" LINE PER
      *     STATE APPENDED TO THE GL CONTROL FILE FOR THE LIABILITY
      *     MOVED FROM OUTSTANDING CHECKS TO UNCLAIMED PROPERTY.
      *     ESCHHST.DAT REMEMBERS WHAT HAS BEEN REPORTED. THE GL
      *     CONTROL FILE'S TOTALS ARE RECORDED AGAIN ON THE SHOP
      *     OUTPUT INVENTORY ONCE THE "E" LINES ARE ADDED.
      * THE DORMANCY PERIOD DEFAULTS TO RUNCTL.DAT'S DORMANCY-DAYS
      * ENTRY (365 IF NONE); A DORMANCY-XX ENTRY OVERRIDES IT FOR
      * WORK STATE XX. A CHECK WHOSE EMPLOYEE IS NO LONGER ON THE
      * MASTER IS REPORTED TO THE HOLDER'S OWN STATE.
      *
      * A RUN IS FOR THE COMPANY ON RUNCOMP.DAT: ONLY THAT COMPANY'S
      * CHECKS ARE AGED AND REPORTED, UNDER ITS OWN FEIN AS HOLDER,
      * ON ITS OWN REPORT, UNCLAIMED-PROPERTY FILE AND GL CONTROL
      * FILE, AND THE "E" LINES CARRY ITS CODE. COMPANY 01 KEEPS THE
      * FILE NAMES AND THE HOLDER-ID ENTRY IT HAS ALWAYS HAD. THE
      * HISTORY FILE STAYS SHARED -- CHECK NUMBERS DO NOT OVERLAP
      * BETWEEN COMPANIES.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT CHECK-REGISTER-FILE
               ASSIGN TO WS-CHECK-REGISTER-PATH
               organization is line sequential
               file status is WS-CHECK-REGISTER-STATUS.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT ESCHEAT-HISTORY-FILE
               ASSIGN TO WS-ESCHEAT-HISTORY-PATH
               organization is line sequential
               file status is WS-ESCHEAT-HISTORY-STATUS.
             SELECT UNCLAIMED-FILE
               ASSIGN TO WS-UNCLAIMED-PATH
               organization is line sequential
               file status is WS-UNCLAIMED-STATUS.
             SELECT GL-CONTROL-FILE
               ASSIGN TO WS-GL-CONTROL-PATH
               organization is line sequential
               file status is WS-GL-CONTROL-STATUS.
             SELECT ESCHEAT-REPORT
               ASSIGN TO WS-ESCHEAT-REPORT-PATH
               organization is line sequential
               file status is WS-ESCHEAT-REPORT-STATUS.
             COPY APPRSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY CTLHSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CHECK-REGISTER-REC.
       01  CHECK-REGISTER-REC.
           05  CHKREG-CHECK-NUMBER      PIC 9(08).
           05  CHKREG-PAY-DATE          PIC X(06).
           05  CHKREG-EMP-NUMBER        PIC X(06).
           05  CHKREG-NET-AMOUNT        PIC 9(07)V99.
           05  CHKREG-STATUS            PIC X(01).
           05  CHKREG-COMPANY           PIC X(02).

      * ONLY THE EMPLOYEE NUMBER, NAME AND WORK STATE ARE PICKED
      * UP; THE REST OF EMPMNTAS'S LAYOUT RIDES IN FILLER.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(45).
           05  EMP-WORK-STATE-IN        PIC X(02).
           05  FILLER                   PIC X(15).

      * ONE ROW PER ESCHEATED CHECK ALREADY REPORTED TO A STATE.
       FD  ESCHEAT-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS ESCHEAT-HISTORY-REC.
       01  ESCHEAT-HISTORY-REC.
           05  ESH-CHECK-NUMBER         PIC 9(08).
           05  ESH-STATE                PIC X(02).
           05  ESH-REPORT-DATE          PIC 9(08).

      * THE STATE UNCLAIMED-PROPERTY LAYOUT: A HOLDER HEADER, ONE
      * DETAIL PER CHECK, A SUMMARY PER STATE AND A FILE TRAILER.
      * PROPERTY TYPE MS01 IS UNCASHED WAGES/PAYROLL.
       FD  UNCLAIMED-FILE
           RECORDING MODE IS F
           DATA RECORD IS UNCLAIMED-HEADER-REC.
       01  UNCLAIMED-HEADER-REC.
           05  UNC-HDR-TYPE             PIC X(01).
           05  UNC-HDR-HOLDER-ID        PIC X(10).
           05  UNC-HDR-HOLDER-STATE     PIC X(02).
           05  UNC-HDR-REPORT-DATE      PIC 9(08).
           05  FILLER                   PIC X(59).
       01  UNCLAIMED-DETAIL-REC.
           05  UNC-DTL-TYPE             PIC X(01).
           05  UNC-DTL-STATE            PIC X(02).
           05  UNC-DTL-PROPERTY-TYPE    PIC X(04).
           05  UNC-DTL-OWNER-ID         PIC X(06).
           05  UNC-DTL-OWNER-NAME       PIC X(20).
           05  UNC-DTL-CHECK-NUMBER     PIC 9(08).
           05  UNC-DTL-CHECK-DATE       PIC 9(08).
           05  UNC-DTL-AMOUNT           PIC 9(07)V99.
           05  FILLER                   PIC X(22).
       01  UNCLAIMED-SUMMARY-REC.
           05  UNC-SUM-TYPE             PIC X(01).
           05  UNC-SUM-STATE            PIC X(02).
           05  UNC-SUM-COUNT            PIC 9(06).
           05  UNC-SUM-AMOUNT           PIC 9(09)V99.
           05  FILLER                   PIC X(60).
       01  UNCLAIMED-TRAILER-REC.
           05  UNC-TRL-TYPE             PIC X(01).
           05  UNC-TRL-COUNT            PIC 9(06).
           05  UNC-TRL-AMOUNT           PIC 9(09)V99.
           05  FILLER                   PIC X(62).

      * ESCHEATMENT LINE ON CALCPYAS'S GL CONTROL FILE. LIKE THE
      * ACCRUAL ("A") AND STATE WITHHOLDING ("W") LINES, THE TYPE
      * IS IN COLUMN 1 SO THE DEPARTMENTAL READERS PASS IT OVER.
       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-ESCHEAT-REC.
       01  GL-ESCHEAT-REC.
           05  GL-ESCHEAT-RECORD-TYPE   PIC X(01).
           05  GL-ESCHEAT-RUN-DATE      PIC 9(08).
           05  GL-ESCHEAT-STATE         PIC X(02).
           05  GL-ESCHEAT-COUNT         PIC 9(06).
           05  GL-ESCHEAT-AMOUNT        PIC 9(09)V9(02).
           05  GL-ESCHEAT-COMPANY       PIC X(02).

       FD  ESCHEAT-REPORT
           RECORDING MODE IS F
           DATA RECORD IS ESCHEAT-REPORT-RECORD.
       01  ESCHEAT-REPORT-RECORD        PIC X(80).

       COPY APPRFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-CHECK-REGISTER-PATH   PIC X(40)
           VALUE "C:\Users\Bob\PAYCHKREG.DAT".
       01 WS-CHECK-REGISTER-STATUS PIC X(02).
           88 CHECK-REGISTER-SUCCESSFUL VALUE "00".
           88 END-OF-CHECK-REGISTER     VALUE "10".
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-EMP-MASTER         VALUE "10".
       01 WS-ESCHEAT-HISTORY-PATH  PIC X(40)
           VALUE "C:\Users\Bob\ESCHHST.DAT".
       01 WS-ESCHEAT-HISTORY-STATUS PIC X(02).
           88 ESCHEAT-HISTORY-SUCCESSFUL VALUE "00".
           88 END-OF-ESCHEAT-HISTORY     VALUE "10".
       01 WS-UNCLAIMED-PATH        PIC X(40)
           VALUE "C:\Users\Bob\UNCLAIM.DAT".
       01 WS-UNCLAIMED-STATUS      PIC X(02).
           88 UNCLAIMED-SUCCESSFUL      VALUE "00".
       01 WS-GL-CONTROL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\PAYROLLGLC.DAT".
       01 WS-GL-CONTROL-STATUS     PIC X(02).
           88 GL-CONTROL-SUCCESSFUL     VALUE "00".
       01 WS-ESCHEAT-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\ESCHEAT.rpt".
       01 WS-ESCHEAT-REPORT-STATUS PIC X(02).
           88 GOOD-ESCHEAT-RPT-WRITE    VALUE "00".

      * THRESHOLDS IN DAYS FROM THE PAY DATE, RUNCTL-OVERRIDABLE.
       01 WS-STALE-DAYS            PIC 9(04) VALUE 90.
       01 WS-DORMANCY-DAYS         PIC 9(04) VALUE 365.
       01 WS-DAYS-IN               PIC X(04).
      * THE HOLDER (THE RUN COMPANY) AS THE STATE KNOWS IT.
       01 WS-HOLDER-ID             PIC X(10) VALUE SPACES.
       01 WS-HOLDER-STATE          PIC X(02) VALUE SPACES.

       01 WS-CHKREG-TABLE.
           05 WS-CHKREG-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CHKREG-IDX.
              10 WS-CHKREG-CHECK-NUMBER PIC 9(08).
              10 WS-CHKREG-PAY-DATE     PIC X(06).
              10 WS-CHKREG-EMP-NUMBER   PIC X(06).
              10 WS-CHKREG-NET-AMOUNT   PIC 9(07)V99.
              10 WS-CHKREG-STATUS       PIC X(01).
       01 WS-CHKREG-COUNT          PIC 9(04) VALUE 0.

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-WORK-STATE      PIC X(02).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-FOUND                 VALUE "Y".
       01 WS-CUR-EMP-NAME          PIC X(20).
       01 WS-CUR-STATE             PIC X(02).

      * ONE ROW PER STATE SEEN: ITS DORMANCY PERIOD, LOOKED UP
      * ONCE, AND WHAT THIS RUN REPORTS TO IT.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 60 TIMES
                              INDEXED BY WS-STATE-IDX.
              10 WS-STATE-CODE          PIC X(02).
              10 WS-STATE-DORMANCY      PIC 9(04).
              10 WS-STATE-RPT-COUNT     PIC 9(06).
              10 WS-STATE-RPT-AMOUNT    PIC 9(09)V99.
       01 WS-STATE-COUNT           PIC 9(02) VALUE 0.
       01 WS-STATE-FOUND-SW        PIC X(01) VALUE "N".
           88 STATE-FOUND               VALUE "Y".

      * ESCHEAT REQUESTS ALREADY PENDING OR APPROVED ON THE QUEUE,
      * SO A DUE CHECK IS QUEUED ONLY ONCE.
       01 WS-QUEUED-TABLE.
           05 WS-QUEUED-CHECK OCCURS 500 TIMES
                               INDEXED BY WS-QUEUED-IDX
                                        PIC X(08).
       01 WS-QUEUED-COUNT          PIC 9(03) VALUE 0.
       01 WS-QUEUED-FOUND-SW       PIC X(01) VALUE "N".
           88 ALREADY-QUEUED            VALUE "Y".
       01 WS-NEXT-APPR-ID          PIC 9(06) VALUE 1.
       01 WS-CHECK-NUMBER-WORK     PIC X(08).
       01 WS-CHECK-NUMBER-NUM REDEFINES WS-CHECK-NUMBER-WORK
                                    PIC 9(08).
       01 WS-AGE-EDIT              PIC ZZZ9.

      * ESCHEATED CHECKS ALREADY ON A STATE REPORT.
       01 WS-HIST-TABLE.
           05 WS-HIST-CHECK-NUMBER OCCURS 5000 TIMES
                                    INDEXED BY WS-HIST-IDX
                                    PIC 9(08).
       01 WS-HIST-COUNT            PIC 9(04) VALUE 0.
       01 WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
           88 ALREADY-REPORTED          VALUE "Y".

      * ESCHEATED CHECKS THIS RUN REPORTS, BY REGISTER SUBSCRIPT.
       01 WS-REPORT-TABLE.
           05 WS-REPORT-CHKREG-SUB OCCURS 5000 TIMES
                                    INDEXED BY WS-REPORT-IDX
                                    PIC 9(04).
       01 WS-REPORT-COUNT          PIC 9(04) VALUE 0.

       01 WS-STALE-COUNT           PIC 9(06) VALUE 0.
       01 WS-DUE-COUNT             PIC 9(06) VALUE 0.
       01 WS-QUEUED-THIS-RUN       PIC 9(06) VALUE 0.
       01 WS-REPORTED-COUNT        PIC 9(06) VALUE 0.
       01 WS-REPORTED-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-REJECT-SW             PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-CHECK-INT             PIC 9(08).
       01 WS-CHECK-AGE             PIC S9(05).
      * A REGISTER PAY DATE (MMDDYY) REBUILT AS YYYYMMDD, THE WAY
      * BANKRECAS REBUILDS IT FOR ITS OWN AGING.
       01 WS-AGE-CHECK-DATE.
           05 WS-AGE-CHECK-CC       PIC 9(02) VALUE 20.
           05 WS-AGE-CHECK-YY       PIC 9(02).
           05 WS-AGE-CHECK-MM       PIC 9(02).
           05 WS-AGE-CHECK-DD       PIC 9(02).
       01 WS-AGE-CHECK-DATE-NUM REDEFINES WS-AGE-CHECK-DATE
                                    PIC 9(08).

       01  ESC-HDG-LINE.
           05 FILLER                 PIC X(30)
             VALUE "STALE CHECK / ESCHEATMENT RUN ".
           05 FILLER                 PIC X(03) VALUE "OF ".
           05 ESC-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(09) VALUE " COMPANY ".
           05 ESC-HDG-COMPANY        PIC X(02).
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  ESC-SECTION-LINE.
           05 ESC-SECTION-TITLE      PIC X(50).
           05 FILLER                 PIC X(30) VALUE SPACES.

       01  ESC-DETAIL-LINE.
           05 FILLER                 PIC X(07) VALUE "CHECK: ".
           05 ESC-DTL-CHECK-NUMBER   PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ESC-DTL-EMP-NAME       PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ESC-DTL-STATE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY ESC-DTL-AMOUNT.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ESC-DTL-AGE            PIC ZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 ESC-DTL-NOTE           PIC X(20).

       01  ESC-TOTAL-LINE.
           05 ESC-TOT-LABEL          PIC X(30).
           05 ESC-TOT-COUNT          PIC ZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           COPY MONEYEDIT REPLACING 01 BY 05
                MONEY-EDIT-NAME BY ESC-TOT-AMOUNT.
           05 FILLER                 PIC X(28) VALUE SPACES.

       01  ESC-BLANK-LINE            PIC X(80) VALUE SPACES.

       COPY APPRWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY CTLHWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "ESCHEATAS STALE CHECK / ESCHEATMENT RUN"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "ESCHEATAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT ESCHEAT-REPORT
           MOVE WS-TODAY-DATE TO ESC-HDG-DATE
           MOVE WS-RUN-COMPANY-CODE TO ESC-HDG-COMPANY
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-HDG-LINE
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-BLANK-LINE
           PERFORM 2000-AGE-OUTSTANDING-CHECKS
           PERFORM 3000-REPORT-ESCHEATED-CHECKS
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE ESCHEAT-REPORT
           MOVE "ESCHEATAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-CHKREG-COUNT TO WS-AUDIT-RECORDS-READ
           COMPUTE WS-AUDIT-RECORDS-WRITTEN =
                   WS-QUEUED-THIS-RUN + WS-REPORTED-COUNT
           MOVE WS-REPORTED-TOTAL TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "STALE CHECKS:          " WS-STALE-COUNT
           DISPLAY "DUE FOR ESCHEATMENT:   " WS-DUE-COUNT
           DISPLAY "QUEUED FOR APPROVAL:   " WS-QUEUED-THIS-RUN
           DISPLAY "REPORTED TO THE STATE: " WS-REPORTED-COUNT
           DISPLAY "END ESCHEATAS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1020-SET-RUN-COMPANY
           IF NOT RUN-REFUSED
              PERFORM 1100-LOAD-REGISTER
           END-IF
           IF NOT RUN-REFUSED
              PERFORM 1200-LOAD-EMPLOYEES
              PERFORM 1300-LOAD-APPROVAL-QUEUE
              PERFORM 1400-LOAD-HISTORY
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT WITH WHATEVER RUNCTL.DAT
      * HAS ON FILE FOR ESCHEATAS, IF ANYTHING. THE REGISTER AND GL
      * CONTROL ENTRIES SHOULD MATCH CALCPYAS'S OWN.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "ESCHEATA" TO WS-RUNCTL-PROGRAM-ID
           MOVE "CHECK-REGISTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CHECK-REGISTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CHECK-REGISTER-PATH
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "ESCHEAT-HISTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ESCHEAT-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ESCHEAT-HISTORY-PATH
           MOVE "UNCLAIMED-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-UNCLAIMED-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-UNCLAIMED-PATH
           MOVE "GL-CONTROL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CONTROL-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "ESCHEAT-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ESCHEAT-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ESCHEAT-REPORT-PATH
           MOVE "STALE-DAYS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-DAYS-IN
           IF WS-DAYS-IN IS NUMERIC
              MOVE WS-DAYS-IN TO WS-STALE-DAYS
           END-IF
           MOVE "DORMANCY-DAYS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-DAYS-IN
           IF WS-DAYS-IN IS NUMERIC
              MOVE WS-DAYS-IN TO WS-DORMANCY-DAYS
           END-IF
           MOVE "HOLDER-ID" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:10) TO WS-HOLDER-ID
           MOVE "HOLDER-STATE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-HOLDER-STATE
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY WHOSE CHECKS THIS RUN AGES, ITS OWN REPORT,
      * UNCLAIMED-PROPERTY AND GL CONTROL FILES, AND ITS FEIN AS
      * THE HOLDER ID. THE HOLDER-ID ENTRY ON RUNCTL.DAT IS THE
      * ORIGINAL BUSINESS'S, SO IT ONLY STANDS FOR COMPANY 01.
       1020-SET-RUN-COMPANY.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "ESCHEATAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- RUN ENDED"
              MOVE "Y" TO WS-REJECT-SW
           ELSE
              IF WS-RUN-COMPANY-FEIN NOT = SPACES
                 AND (WS-HOLDER-ID = SPACES
                      OR WS-RUN-COMPANY-CODE NOT =
                         WS-DEFAULT-COMPANY-CODE)
                 MOVE WS-RUN-COMPANY-FEIN TO WS-HOLDER-ID
              END-IF
              MOVE WS-ESCHEAT-REPORT-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 1025-BUILD-ONE-PATH
              MOVE WS-COMPANY-FILE-PATH TO WS-ESCHEAT-REPORT-PATH
              MOVE WS-UNCLAIMED-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 1025-BUILD-ONE-PATH
              MOVE WS-COMPANY-FILE-PATH TO WS-UNCLAIMED-PATH
              MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
              PERFORM 1025-BUILD-ONE-PATH
              MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
              DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                      WS-RUN-COMPANY-NAME
           END-IF.

       1025-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

      * ONLY THE RUN COMPANY'S CHECKS ARE LOADED; A BLANK COMPANY
      * ON THE REGISTER IS 01.
       1100-LOAD-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF CHECK-REGISTER-SUCCESSFUL
              PERFORM UNTIL END-OF-CHECK-REGISTER
                       OR WS-CHKREG-COUNT = 5000
                 READ CHECK-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1110-LOAD-ONE-CHECK
                 END-READ
              END-PERFORM
      * ONE PROBE PASS TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED: ANY FURTHER CHECK OF THIS
      * COMPANY'S REFUSES THE RUN.
              PERFORM UNTIL END-OF-CHECK-REGISTER
                       OR RUN-REFUSED
                 READ CHECK-REGISTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHKREG-COMPANY = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE TO CHKREG-COMPANY
                    END-IF
                    IF CHKREG-COMPANY = WS-RUN-COMPANY-CODE
                       DISPLAY "ESCHEATAS: REGISTER TABLE FULL AT "
                               "5000 -- RUN REFUSED, UNLOADED CHECKS "
                               "WOULD NEVER BE AGED"
                       MOVE "Y" TO WS-REJECT-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECK-REGISTER-FILE
           ELSE
              MOVE "CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-CHECK-REGISTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "ESCHEATAS: NO CHECK REGISTER ON FILE -- "
                      "NOTHING TO AGE"
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

       1110-LOAD-ONE-CHECK.
           IF CHKREG-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO CHKREG-COMPANY
           END-IF
           IF CHKREG-COMPANY = WS-RUN-COMPANY-CODE
              ADD 1 TO WS-CHKREG-COUNT
              SET WS-CHKREG-IDX TO WS-CHKREG-COUNT
              MOVE CHKREG-CHECK-NUMBER
                TO WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
              MOVE CHKREG-PAY-DATE TO WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)
              MOVE CHKREG-EMP-NUMBER
                TO WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
              MOVE CHKREG-NET-AMOUNT
                TO WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
              MOVE CHKREG-STATUS TO WS-CHKREG-STATUS(WS-CHKREG-IDX)
           END-IF.

       1200-LOAD-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF EMP-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-EMP-MASTER
                       OR WS-EMP-COUNT = 999
                 READ EMP-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-EMP-COUNT
                    SET WS-EMP-IDX TO WS-EMP-COUNT
                    MOVE EMP-NUMBER-IN TO WS-EMP-NUMBER(WS-EMP-IDX)
                    MOVE EMP-NAME-IN   TO WS-EMP-NAME(WS-EMP-IDX)
                    MOVE EMP-WORK-STATE-IN
                      TO WS-EMP-WORK-STATE(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

      * PICKS UP THE NEXT REQUEST ID THE WAY CHKMNTAS DOES, AND
      * EVERY ESCHEAT REQUEST STILL PENDING OR APPROVED. A REJECTED
      * ONE IS QUEUED AGAIN ON THE NEXT RUN FOR A FRESH DECISION.
       1300-LOAD-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPR-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF APPR-ID-IN IS NUMERIC
                       AND APPR-ID-IN >= WS-NEXT-APPR-ID
                       COMPUTE WS-NEXT-APPR-ID = APPR-ID-IN + 1
                    END-IF
                    IF APPR-ACTION-IN = "ESCHEAT "
                       AND (APPR-STATUS-IN = "P"
                            OR APPR-STATUS-IN = "A")
                       AND WS-QUEUED-COUNT < 500
                       ADD 1 TO WS-QUEUED-COUNT
                       MOVE APPR-KEY-IN(1:8)
                         TO WS-QUEUED-CHECK(WS-QUEUED-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

       1400-LOAD-HISTORY.
           OPEN INPUT ESCHEAT-HISTORY-FILE
           IF ESCHEAT-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-ESCHEAT-HISTORY
                       OR WS-HIST-COUNT = 5000
                 READ ESCHEAT-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-HIST-COUNT
                    MOVE ESH-CHECK-NUMBER
                      TO WS-HIST-CHECK-NUMBER(WS-HIST-COUNT)
                 END-READ
              END-PERFORM
              IF NOT END-OF-ESCHEAT-HISTORY
                 READ ESCHEAT-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "ESCHEATAS: HISTORY TABLE FULL AT 5000 "
                            "-- RUN REFUSED, REPORTED CHECKS WOULD "
                            "BE REPORTED AGAIN"
                    MOVE "Y" TO WS-REJECT-SW
                 END-READ
              END-IF
              CLOSE ESCHEAT-HISTORY-FILE
           END-IF.

      * EVERY CHECK STILL IN ISSUED STATUS, AGED FROM ITS PAY DATE.
      * PAST THE STATE'S DORMANCY PERIOD IT IS DUE FOR ESCHEATMENT;
      * OTHERWISE PAST THE STALE THRESHOLD IT IS STALE.
       2000-AGE-OUTSTANDING-CHECKS.
           MOVE "DUE FOR ESCHEATMENT (PAST STATE DORMANCY PERIOD)"
             TO ESC-SECTION-TITLE
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-SECTION-LINE
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                     UNTIL WS-CHKREG-IDX > WS-CHKREG-COUNT
              IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "I"
                 AND WS-CHKREG-PAY-DATE(WS-CHKREG-IDX) IS NUMERIC
                 PERFORM 2010-AGE-ONE-CHECK
                 IF WS-CHECK-AGE > WS-STATE-DORMANCY(WS-STATE-IDX)
                    PERFORM 2100-ESCHEAT-DUE-CHECK
                 END-IF
              END-IF
           END-PERFORM
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-BLANK-LINE
           MOVE "STALE-DATED -- CONTACT THE EMPLOYEE"
             TO ESC-SECTION-TITLE
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-SECTION-LINE
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                     UNTIL WS-CHKREG-IDX > WS-CHKREG-COUNT
              IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "I"
                 AND WS-CHKREG-PAY-DATE(WS-CHKREG-IDX) IS NUMERIC
                 PERFORM 2010-AGE-ONE-CHECK
                 IF WS-CHECK-AGE > WS-STALE-DAYS
                    AND WS-CHECK-AGE NOT >
                        WS-STATE-DORMANCY(WS-STATE-IDX)
                    ADD 1 TO WS-STALE-COUNT
                    MOVE "STALE" TO ESC-DTL-NOTE
                    PERFORM 2200-WRITE-DETAIL-LINE
                 END-IF
              END-IF
           END-PERFORM
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-BLANK-LINE.

      * AGE IN DAYS, PLUS THE EMPLOYEE'S NAME, STATE AND THAT
      * STATE'S DORMANCY PERIOD (WS-STATE-IDX LEFT ON IT).
       2010-AGE-ONE-CHECK.
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(1:2)
             TO WS-AGE-CHECK-MM
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(3:2)
             TO WS-AGE-CHECK-DD
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(5:2)
             TO WS-AGE-CHECK-YY
           COMPUTE WS-CHECK-INT =
              FUNCTION INTEGER-OF-DATE(WS-AGE-CHECK-DATE-NUM)
           COMPUTE WS-CHECK-AGE = WS-TODAY-INT - WS-CHECK-INT
           PERFORM 2020-FIND-EMPLOYEE
           PERFORM 2030-FIND-STATE.

       2020-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX) TO WS-CUR-EMP-NAME
           MOVE WS-HOLDER-STATE TO WS-CUR-STATE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMP-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) =
                 WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX)
                 MOVE "Y" TO WS-EMP-FOUND-SW
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-EMP-NAME
                 IF WS-EMP-WORK-STATE(WS-EMP-IDX) NOT = SPACES
                    MOVE WS-EMP-WORK-STATE(WS-EMP-IDX)
                      TO WS-CUR-STATE
                 END-IF
              END-IF
           END-PERFORM.

      * FINDS OR ADDS THE STATE'S ROW. A NEW STATE'S DORMANCY IS
      * LOOKED UP ON RUNCTL.DAT AS DORMANCY-XX ONCE. A FULL TABLE
      * FALLS BACK TO THE LAST ROW, WHICH STILL CARRIES A PERIOD.
       2030-FIND-STATE.
           MOVE "N" TO WS-STATE-FOUND-SW
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                     UNTIL WS-STATE-IDX > WS-STATE-COUNT
                        OR STATE-FOUND
              IF WS-STATE-CODE(WS-STATE-IDX) = WS-CUR-STATE
                 MOVE "Y" TO WS-STATE-FOUND-SW
              END-IF
           END-PERFORM
           IF STATE-FOUND
              SET WS-STATE-IDX DOWN BY 1
           ELSE
              IF WS-STATE-COUNT < 60
                 ADD 1 TO WS-STATE-COUNT
                 SET WS-STATE-IDX TO WS-STATE-COUNT
                 MOVE WS-CUR-STATE TO WS-STATE-CODE(WS-STATE-IDX)
                 MOVE ZEROES TO WS-STATE-RPT-COUNT(WS-STATE-IDX)
                                WS-STATE-RPT-AMOUNT(WS-STATE-IDX)
                 MOVE WS-DORMANCY-DAYS
                   TO WS-STATE-DORMANCY(WS-STATE-IDX)
                 MOVE SPACES TO WS-RUNCTL-LOGICAL-NAME
                 STRING "DORMANCY-" WS-CUR-STATE
                        DELIMITED BY SIZE
                        INTO WS-RUNCTL-LOGICAL-NAME
                 MOVE SPACES TO WS-RUNCTL-RESULT-PATH
                 PERFORM 9920-LOOKUP-RUNCTL-PATH
                 MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-DAYS-IN
                 IF WS-DAYS-IN IS NUMERIC
                    MOVE WS-DAYS-IN TO WS-STATE-DORMANCY(WS-STATE-IDX)
                 END-IF
              ELSE
                 SET WS-STATE-IDX TO WS-STATE-COUNT
              END-IF
           END-IF.

      * LISTS THE DUE CHECK AND QUEUES AN ESCHEAT REQUEST FOR IT
      * UNLESS ONE IS ALREADY WAITING ON THE QUEUE.
       2100-ESCHEAT-DUE-CHECK.
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
             TO WS-CHECK-NUMBER-NUM
           MOVE "N" TO WS-QUEUED-FOUND-SW
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
                     UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
                        OR ALREADY-QUEUED
              IF WS-QUEUED-CHECK(WS-QUEUED-IDX) = WS-CHECK-NUMBER-WORK
                 MOVE "Y" TO WS-QUEUED-FOUND-SW
              END-IF
           END-PERFORM
           IF ALREADY-QUEUED
              MOVE "ALREADY QUEUED" TO ESC-DTL-NOTE
           ELSE
              PERFORM 2110-WRITE-QUEUE-ENTRY
           END-IF
           PERFORM 2200-WRITE-DETAIL-LINE.

       2110-WRITE-QUEUE-ENTRY.
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF NOT APPR-FILE-SUCCESSFUL
              OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           MOVE WS-NEXT-APPR-ID      TO APPR-ID-IN
           MOVE "ESCHEAT "           TO APPR-ACTION-IN
           MOVE SPACES               TO APPR-KEY-IN
           MOVE WS-CHECK-NUMBER-WORK TO APPR-KEY-IN(1:8)
           MOVE WS-OPERATOR-ID       TO APPR-REQUESTOR-IN
           MOVE WS-CHECK-AGE         TO WS-AGE-EDIT
           MOVE SPACES               TO APPR-REASON-IN
           STRING "DORMANT " WS-AGE-EDIT " DAYS IN " WS-CUR-STATE
                  DELIMITED BY SIZE
                  INTO APPR-REASON-IN
           MOVE "P"                  TO APPR-STATUS-IN
           MOVE SPACES               TO APPR-REVIEWER-IN
           MOVE WS-TODAY-DATE        TO APPR-REQ-DATE-IN
           MOVE ZEROES               TO APPR-DECIDED-DATE-IN
           WRITE APPR-QUEUE-REC
           IF NOT APPR-FILE-SUCCESSFUL
              MOVE "APPROVAL-QUEUE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-APPR-FILE-STATUS   TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              MOVE "NOT QUEUED -- I/O" TO ESC-DTL-NOTE
           ELSE
              ADD 1 TO WS-QUEUED-THIS-RUN
              MOVE SPACES TO ESC-DTL-NOTE
              STRING "QUEUED AS " WS-NEXT-APPR-ID
                     DELIMITED BY SIZE
                     INTO ESC-DTL-NOTE
              ADD 1 TO WS-NEXT-APPR-ID
           END-IF
           CLOSE APPROVAL-QUEUE-FILE.

       2200-WRITE-DETAIL-LINE.
           MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
             TO ESC-DTL-CHECK-NUMBER
           MOVE WS-CUR-EMP-NAME TO ESC-DTL-EMP-NAME
           MOVE WS-CUR-STATE TO ESC-DTL-STATE
           MOVE WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO ESC-DTL-AMOUNT
           MOVE WS-CHECK-AGE TO ESC-DTL-AGE
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-DETAIL-LINE.

      * ESCHEATED ("E") CHECKS NOT YET ON A STATE REPORT GO ON THIS
      * RUN'S UNCLAIMED-PROPERTY FILE AND GL CONTROL LINES.
       3000-REPORT-ESCHEATED-CHECKS.
           MOVE "ESCHEATED -- ON THIS RUN'S STATE REPORT"
             TO ESC-SECTION-TITLE
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-SECTION-LINE
           PERFORM VARYING WS-CHKREG-IDX FROM 1 BY 1
                     UNTIL WS-CHKREG-IDX > WS-CHKREG-COUNT
              IF WS-CHKREG-STATUS(WS-CHKREG-IDX) = "E"
                 PERFORM 3010-CHECK-IF-REPORTED
                 IF NOT ALREADY-REPORTED
                    ADD 1 TO WS-REPORT-COUNT
                    SET WS-REPORT-CHKREG-SUB(WS-REPORT-COUNT)
                     TO WS-CHKREG-IDX
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REPORT-COUNT > 0
              PERFORM 3100-WRITE-UNCLAIMED-FILE
              PERFORM 4000-WRITE-GL-CONTROL
              PERFORM 4100-APPEND-HISTORY
           END-IF
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-BLANK-LINE.

       3010-CHECK-IF-REPORTED.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                     UNTIL WS-HIST-IDX > WS-HIST-COUNT
                        OR ALREADY-REPORTED
              IF WS-HIST-CHECK-NUMBER(WS-HIST-IDX) =
                 WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
                 MOVE "Y" TO WS-HIST-FOUND-SW
              END-IF
           END-PERFORM.

      * THE STATE FILE, ONE STATE AT A TIME: EACH STATE'S DETAILS
      * FOLLOWED BY ITS SUMMARY, THEN THE FILE TRAILER.
       3100-WRITE-UNCLAIMED-FILE.
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                     UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
              SET WS-CHKREG-IDX TO WS-REPORT-CHKREG-SUB(WS-REPORT-IDX)
              PERFORM 2020-FIND-EMPLOYEE
              PERFORM 2030-FIND-STATE
           END-PERFORM
           OPEN OUTPUT UNCLAIMED-FILE
           IF NOT UNCLAIMED-SUCCESSFUL
              MOVE "UNCLAIMED-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-UNCLAIMED-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           MOVE SPACES TO UNCLAIMED-HEADER-REC
           MOVE "H" TO UNC-HDR-TYPE
           MOVE WS-HOLDER-ID TO UNC-HDR-HOLDER-ID
           MOVE WS-HOLDER-STATE TO UNC-HDR-HOLDER-STATE
           MOVE WS-TODAY-DATE TO UNC-HDR-REPORT-DATE
           WRITE UNCLAIMED-HEADER-REC
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                     UNTIL WS-STATE-IDX > WS-STATE-COUNT
              PERFORM 3110-WRITE-ONE-STATE
           END-PERFORM
           MOVE SPACES TO UNCLAIMED-TRAILER-REC
           MOVE "T" TO UNC-TRL-TYPE
           MOVE WS-REPORTED-COUNT TO UNC-TRL-COUNT
           MOVE WS-REPORTED-TOTAL TO UNC-TRL-AMOUNT
           WRITE UNCLAIMED-TRAILER-REC
           CLOSE UNCLAIMED-FILE.

       3110-WRITE-ONE-STATE.
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                     UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
              SET WS-CHKREG-IDX TO WS-REPORT-CHKREG-SUB(WS-REPORT-IDX)
              PERFORM 2020-FIND-EMPLOYEE
              IF WS-CUR-STATE = WS-STATE-CODE(WS-STATE-IDX)
                 PERFORM 3120-WRITE-ONE-DETAIL
              END-IF
           END-PERFORM
           IF WS-STATE-RPT-COUNT(WS-STATE-IDX) > 0
              MOVE SPACES TO UNCLAIMED-SUMMARY-REC
              MOVE "S" TO UNC-SUM-TYPE
              MOVE WS-STATE-CODE(WS-STATE-IDX) TO UNC-SUM-STATE
              MOVE WS-STATE-RPT-COUNT(WS-STATE-IDX) TO UNC-SUM-COUNT
              MOVE WS-STATE-RPT-AMOUNT(WS-STATE-IDX) TO UNC-SUM-AMOUNT
              WRITE UNCLAIMED-SUMMARY-REC
           END-IF.

       3120-WRITE-ONE-DETAIL.
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(1:2)
             TO WS-AGE-CHECK-MM
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(3:2)
             TO WS-AGE-CHECK-DD
           MOVE WS-CHKREG-PAY-DATE(WS-CHKREG-IDX)(5:2)
             TO WS-AGE-CHECK-YY
           MOVE SPACES TO UNCLAIMED-DETAIL-REC
           MOVE "D" TO UNC-DTL-TYPE
           MOVE WS-CUR-STATE TO UNC-DTL-STATE
           MOVE "MS01" TO UNC-DTL-PROPERTY-TYPE
           MOVE WS-CHKREG-EMP-NUMBER(WS-CHKREG-IDX) TO UNC-DTL-OWNER-ID
           MOVE WS-CUR-EMP-NAME TO UNC-DTL-OWNER-NAME
           MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
             TO UNC-DTL-CHECK-NUMBER
           IF WS-CHKREG-PAY-DATE(WS-CHKREG-IDX) IS NUMERIC
              MOVE WS-AGE-CHECK-DATE-NUM TO UNC-DTL-CHECK-DATE
           ELSE
              MOVE ZEROES TO UNC-DTL-CHECK-DATE
           END-IF
           MOVE WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO UNC-DTL-AMOUNT
           WRITE UNCLAIMED-DETAIL-REC
           IF NOT UNCLAIMED-SUCCESSFUL
              MOVE "UNCLAIMED-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-UNCLAIMED-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           ADD 1 TO WS-STATE-RPT-COUNT(WS-STATE-IDX)
           ADD WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX)
             TO WS-STATE-RPT-AMOUNT(WS-STATE-IDX)
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-CHKREG-NET-AMOUNT(WS-CHKREG-IDX) TO WS-REPORTED-TOTAL
           MOVE ZEROES TO WS-CHECK-AGE
           MOVE "REPORTED TO STATE" TO ESC-DTL-NOTE
           PERFORM 2200-WRITE-DETAIL-LINE.

      * ONE "E" LINE PER STATE REPORTED, APPENDED TO THE SAME GL
      * CONTROL FILE CALCPYAS AND PAYREVAS WRITE.
       4000-WRITE-GL-CONTROL.
           OPEN EXTEND GL-CONTROL-FILE
           IF NOT GL-CONTROL-SUCCESSFUL
              OPEN OUTPUT GL-CONTROL-FILE
           END-IF
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                     UNTIL WS-STATE-IDX > WS-STATE-COUNT
              IF WS-STATE-RPT-COUNT(WS-STATE-IDX) > 0
                 MOVE "E" TO GL-ESCHEAT-RECORD-TYPE
                 MOVE WS-TODAY-DATE TO GL-ESCHEAT-RUN-DATE
                 MOVE WS-STATE-CODE(WS-STATE-IDX) TO GL-ESCHEAT-STATE
                 MOVE WS-STATE-RPT-COUNT(WS-STATE-IDX)
                   TO GL-ESCHEAT-COUNT
                 MOVE WS-STATE-RPT-AMOUNT(WS-STATE-IDX)
                   TO GL-ESCHEAT-AMOUNT
                 MOVE WS-RUN-COMPANY-CODE TO GL-ESCHEAT-COMPANY
                 WRITE GL-ESCHEAT-REC
                 IF NOT GL-CONTROL-SUCCESSFUL
                    MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
                    MOVE WS-GL-CONTROL-STATUS TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                 END-IF
              END-IF
           END-PERFORM
           CLOSE GL-CONTROL-FILE
           MOVE WS-GL-CONTROL-PATH TO WS-CTLH-FILE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-CTLH-LOGICAL-NAME
           MOVE "ESCHEATA" TO WS-CTLH-PROGRAM-ID
           PERFORM 9949-RECORD-CONTROL-HASH.

       4100-APPEND-HISTORY.
           OPEN EXTEND ESCHEAT-HISTORY-FILE
           IF NOT ESCHEAT-HISTORY-SUCCESSFUL
              OPEN OUTPUT ESCHEAT-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
                     UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
              SET WS-CHKREG-IDX TO WS-REPORT-CHKREG-SUB(WS-REPORT-IDX)
              PERFORM 2020-FIND-EMPLOYEE
              MOVE WS-CHKREG-CHECK-NUMBER(WS-CHKREG-IDX)
                TO ESH-CHECK-NUMBER
              MOVE WS-CUR-STATE TO ESH-STATE
              MOVE WS-TODAY-DATE TO ESH-REPORT-DATE
              WRITE ESCHEAT-HISTORY-REC
              IF NOT ESCHEAT-HISTORY-SUCCESSFUL
                 MOVE "ESCHEAT-HISTORY-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-ESCHEAT-HISTORY-STATUS
                   TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE ESCHEAT-HISTORY-FILE.

       5000-WRITE-REPORT-TOTALS.
           MOVE "STALE CHECKS:" TO ESC-TOT-LABEL
           MOVE WS-STALE-COUNT TO ESC-TOT-COUNT
           MOVE ZEROES TO ESC-TOT-AMOUNT
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-TOTAL-LINE
           MOVE "DUE FOR ESCHEATMENT:" TO ESC-TOT-LABEL
           MOVE WS-DUE-COUNT TO ESC-TOT-COUNT
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-TOTAL-LINE
           MOVE "NEWLY QUEUED FOR APPROVAL:" TO ESC-TOT-LABEL
           MOVE WS-QUEUED-THIS-RUN TO ESC-TOT-COUNT
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-TOTAL-LINE
           MOVE "REPORTED TO THE STATE:" TO ESC-TOT-LABEL
           MOVE WS-REPORTED-COUNT TO ESC-TOT-COUNT
           MOVE WS-REPORTED-TOTAL TO ESC-TOT-AMOUNT
           WRITE ESCHEAT-REPORT-RECORD FROM ESC-TOTAL-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
