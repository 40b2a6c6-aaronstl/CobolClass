       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RATEUPAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * MASS PAY-RATE INCREASE.
      *
      * WHEN A UNION CONTRACT OR A COMPANY-WIDE RAISE MOVES A WHOLE
      * GROUP AT ONCE, EACH NEW RATE WAS KEYED ONE EMPLOYEE AT A
      * TIME IN EMPMNTAS. THIS RUN SELECTS THE ACTIVE EMPLOYEES OF
      * ONE DEPARTMENT, ONE UNION LOCAL OR ONE UNION CODE (U/N) AND
      * FIGURES EACH ONE'S NEW RATE FROM A PERCENTAGE OR A FLAT
      * CENTS-PER-HOUR INCREASE, EFFECTIVE ON A GIVEN DATE.
      *
      * THE FIRST RUN PRINTS A PREVIEW LISTING TO RATEUP.rpt. ON THE
      * OPERATOR'S CONFIRMATION THE BATCH IS HELD ON RATEUP.DAT AND
      * QUEUED ON APPRQUEUE.DAT AS A "RATEINCR" REQUEST; NOTHING IS
      * CHANGED UNTIL A SECOND OPERATOR APPROVES IT IN APPROVAS.
      * THE NEXT RUN AFTER APPROVAL APPLIES THE HELD BATCH:
      *   - EMP-PAY-RATE ON EMPMASTER.DAT IS SET TO THE NEW RATE,
      *     WITH A BEFORE/AFTER IMAGE ON EMPMAINT.LOG THE SAME AS AN
      *     EMPMNTAS CHANGE;
      *   - AN EFFECTIVE-DATED ROW GOES ON THE RATE HISTORY FILE SO
      *     CALCPYAS AND TIMECLKAS PAY THE NEW RATE FROM THE
      *     EFFECTIVE DATE ON. AN EMPLOYEE WITH NO EARLIER HISTORY
      *     ROW FIRST GETS ONE CARRYING THE OLD RATE FROM THE HIRE
      *     DATE, SO A PAY DATE BEFORE THE INCREASE STILL RESOLVES
      *     TO THE OLD RATE NOW THAT THE MASTER CARRIES THE NEW ONE;
      *   - THE APPROVAL IS MARKED "X" SO IT CANNOT BE USED TWICE.
      * A NEW RATE PAST THE 99.99 RATE FIELD IS REFUSED AND LISTED,
      * AS ARE SALARIED EMPLOYEES, WHOSE PAY IS THE ANNUAL SALARY.
      * AN EMPLOYEE WHOSE MASTER RATE WAS CHANGED BETWEEN PREVIEW
      * AND APPROVAL IS SKIPPED AND LISTED RATHER THAN OVERWRITTEN.
      * ONLY EMPLOYEES OF COMPANIES THE OPERATOR IS AUTHORIZED FOR
      * ARE SELECTED (THE OTHERS ARE COUNTED, NOT LISTED), AND THE
      * OPERATOR WHO APPLIES THE BATCH MUST BE AUTHORIZED FOR EACH
      * EMPLOYEE'S COMPANY AS WELL OR THAT EMPLOYEE IS SKIPPED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT RATE-HISTORY-FILE
               ASSIGN TO WS-RATE-HISTORY-PATH
               organization is line sequential
               file status is WS-RATE-HISTORY-STATUS.
             SELECT RATE-BATCH-FILE
               ASSIGN TO WS-RATE-BATCH-PATH
               organization is line sequential
               file status is WS-RATE-BATCH-STATUS.
             SELECT RATE-REPORT
               ASSIGN TO WS-RATE-REPORT-PATH
               organization is line sequential
               file status is WS-RATE-REPORT-STATUS.
             SELECT MAINT-AUDIT-FILE
               ASSIGN TO "C:\Users\Bob\EMPMAINT.LOG"
               organization is line sequential
               file status is WS-MAINT-AUDIT-STATUS.
             COPY APPRSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME 116-BYTE EMPLOYEE MASTER EMPMNTAS MAINTAINS, HELD WHOLE
      * SO THE REWRITE CARRIES EVERY FIELD THROUGH UNTOUCHED.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC.
       01  EMP-MASTER-REC               PIC X(116).

      * THE SHARED RATE HISTORY CALCPYAS, TIMECLKAS AND RETROPAYAS
      * USE.
       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS RATE-HISTORY-REC.
       01  RATE-HISTORY-REC.
           05  RATEHIST-EMP-NUMBER      PIC X(06).
           05  RATEHIST-EFF-DATE        PIC 9(08).
           05  RATEHIST-RATE            PIC 9(02)V99.

      * THE BATCH HELD FOR APPROVAL: ONE ROW PER EMPLOYEE WHOSE RATE
      * CHANGES, UNDER THE APPROVAL-QUEUE ID THAT AUTHORIZES IT.
       FD  RATE-BATCH-FILE
           RECORDING MODE IS F
           DATA RECORD IS RATE-BATCH-REC.
       01  RATE-BATCH-REC.
           05  RBAT-BATCH-ID            PIC 9(06).
           05  RBAT-EMP-NUMBER          PIC X(06).
           05  RBAT-OLD-RATE            PIC 9(02)V99.
           05  RBAT-NEW-RATE            PIC 9(02)V99.
           05  RBAT-EFF-DATE            PIC 9(08).

       FD  RATE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS RATE-REPORT-RECORD.
       01  RATE-REPORT-RECORD           PIC X(80).

      * SAME LAYOUT EMPMNTAS WRITES ITS BEFORE/AFTER IMAGES IN.
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC              PIC X(153).

       COPY APPRFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL    VALUE "00".
           88 END-OF-EMP-MASTER        VALUE "10".
       01 WS-RATE-HISTORY-PATH     PIC X(40)
           VALUE "C:\Users\Bob\RATEHIST.DAT".
       01 WS-RATE-HISTORY-STATUS   PIC X(02).
           88 RATE-HISTORY-SUCCESSFUL  VALUE "00".
           88 END-OF-RATE-HISTORY      VALUE "10".
       01 WS-RATE-BATCH-PATH       PIC X(40)
           VALUE "C:\Users\Bob\RATEUP.DAT".
       01 WS-RATE-BATCH-STATUS     PIC X(02).
           88 RATE-BATCH-SUCCESSFUL    VALUE "00".
           88 END-OF-RATE-BATCH        VALUE "10".
       01 WS-RATE-REPORT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\RATEUP.rpt".
       01 WS-RATE-REPORT-STATUS    PIC X(02).
           88 GOOD-RATE-REPORT-WRITE   VALUE "00".
       01 WS-MAINT-AUDIT-STATUS    PIC X(02).
           88 MAINT-AUDIT-OK           VALUE "00".

      * THE WHOLE EMPLOYEE MASTER, RAW.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX
                            PIC X(116).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMPLOYEE-FOUND           VALUE "Y".

      * WORK RECORD, SAME SHAPE THE PAYROLL PROGRAMS READ.
       01 WS-WORK-EMPLOYEE.
           05 WRK-EMP-NUMBER         PIC X(06).
           05 WRK-EMP-NAME           PIC X(20).
           05 WRK-EMP-DEPT           PIC X(04).
           05 WRK-EMP-HIRE-DATE      PIC X(08).
           05 WRK-EMP-STATUS         PIC X(01).
           05 WRK-EMP-BANK-ROUTING   PIC X(09).
           05 WRK-EMP-BANK-ACCOUNT   PIC X(17).
           05 WRK-EMP-PAY-RATE       PIC 9(02)V99.
           05 WRK-EMP-DEDUCTIONS     PIC X(01).
           05 WRK-EMP-UNION-CODE     PIC X(01).
           05 WRK-EMP-WORK-STATE     PIC X(02).
           05 WRK-EMP-UNION-LOCAL    PIC X(04).
           05 WRK-EMP-PAY-TYPE       PIC X(01).
               88 WRK-PAY-TYPE-SALARIED  VALUE "S".
           05 WRK-EMP-ANNUAL-SALARY  PIC 9(07)V99.
           05 WRK-EMP-PAY-FREQ       PIC X(01).
           05 WRK-EMP-SSN            PIC X(09).
      * ACA FULL-TIME MEASUREMENT, SET BY ACAHRSAS: "Y" ONCE THE
      * EMPLOYEE AVERAGES THE FULL-TIME WEEKLY HOURS OVER THE
      * LOOK-BACK PERIOD, WITH THE PAY DATE THEY CROSSED IT.
      * BENEFITS ENROLLMENT OFFERS COVERAGE OFF THIS FLAG.
           05 WRK-EMP-ACA-FT-FLAG    PIC X(01).
               88 WRK-ACA-FULL-TIME      VALUE "Y".
           05 WRK-EMP-ACA-FT-DATE    PIC 9(08).
      * DATE OF BIRTH (ZEROES WHEN NOT ON FILE). WHAUDAS HOLDS A
      * MINOR'S PUNCHES TO THE CHILD-LABOR HOUR LIMITS.
           05 WRK-EMP-BIRTH-DATE     PIC 9(08).
      * THE COMPANY THAT EMPLOYS AND PAYS THEM. BLANK MEANS 01.
           05 WRK-EMP-COMPANY        PIC X(02).
       01 WS-BEFORE-IMAGE          PIC X(116).
       01 WS-LIST-IMAGE            PIC X(116).

      * THE EMPLOYEES THE SELECTION PICKED UP, OR THE HELD BATCH
      * WHEN ONE IS BEING APPLIED. THE NOTE CODE: "C" CHANGES,
      * "R" REFUSED (PAST 99.99), "S" SALARIED, "K" SKIPPED AT
      * APPLY TIME, "O" SKIPPED AT APPLY TIME FOR A COMPANY THE
      * OPERATOR IS NOT AUTHORIZED FOR, "N" NOT ON THE MASTER ANY
      * MORE.
       01 WS-RATEUP-TABLE.
           05 WS-RATEUP-ENTRY OCCURS 999 TIMES.
              10 WS-RU-EMP-NUMBER     PIC X(06).
              10 WS-RU-NAME           PIC X(20).
              10 WS-RU-DEPT           PIC X(04).
              10 WS-RU-OLD-RATE       PIC 9(02)V99.
              10 WS-RU-NEW-RATE       PIC 9(02)V99.
              10 WS-RU-NOTE           PIC X(01).
                 88 WS-RU-CHANGES         VALUE "C".
              10 WS-RU-HAS-PRIOR      PIC X(01).
                 88 WS-RU-PRIOR-ROW-FOUND VALUE "Y".
       01 WS-RATEUP-COUNT          PIC 9(03) VALUE 0.
       01 WS-RATEUP-SUB            PIC 9(03).

      * THE OPERATOR'S ANSWERS.
       01 WS-SELECT-TYPE           PIC X(01).
           88 SELECT-BY-DEPT           VALUE "D".
           88 SELECT-BY-LOCAL          VALUE "L".
           88 SELECT-BY-UNION-CODE     VALUE "U".
       01 WS-SELECT-VALUE          PIC X(04).
       01 WS-INCREASE-TYPE         PIC X(01).
           88 INCREASE-BY-PERCENT      VALUE "P".
           88 INCREASE-BY-CENTS        VALUE "C".
       01 WS-PERCENT-IN            PIC X(05).
       01 WS-PERCENT-NUM REDEFINES WS-PERCENT-IN
                                    PIC 9(03)V99.
       01 WS-CENTS-IN              PIC X(04).
       01 WS-CENTS-NUM REDEFINES WS-CENTS-IN
                                    PIC 9(02)V99.
       01 WS-EFF-DATE-IN           PIC X(08).
       01 WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-IN
                                    PIC 9(08).
       01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE-IN.
           05 WS-EFF-YEAR-PART      PIC 9(04).
           05 WS-EFF-MONTH-PART     PIC 9(02).
           05 WS-EFF-DAY-PART       PIC 9(02).
       01 WS-CONFIRM               PIC X(01).
       01 WS-ANSWERS-OK-SW         PIC X(01) VALUE "Y".
           88 ANSWERS-OK               VALUE "Y".

      * THE NEW RATE IS FIGURED WIDE SO ONE PAST THE FIELD CAN BE
      * SEEN AND REFUSED INSTEAD OF TRUNCATED.
       01 WS-NEW-RATE-WORK         PIC 9(03)V99 VALUE 0.
       01 WS-BATCH-ID              PIC 9(06) VALUE 0.
       01 WS-BATCH-EFF-DATE        PIC 9(08) VALUE 0.
       01 WS-SELECTED-COUNT        PIC 9(03) VALUE 0.
       01 WS-CHANGE-COUNT          PIC 9(03) VALUE 0.
       01 WS-REFUSED-COUNT         PIC 9(03) VALUE 0.
       01 WS-SALARIED-COUNT        PIC 9(03) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(03) VALUE 0.
       01 WS-OTHER-COMPANY-COUNT   PIC 9(03) VALUE 0.
       01 WS-HISTORY-ROWS          PIC 9(05) VALUE 0.
       01 WS-HISTORY-ADDED         PIC 9(05) VALUE 0.
       01 WS-TODAY                 PIC 9(08).

      * THE WHOLE APPROVAL QUEUE, HELD RAW SO THE CONSUMED ENTRY
      * CAN BE MARKED AND THE QUEUE REWRITTEN, AS PAYREVAS DOES.
       01 WS-APPRQ-TABLE.
           05 WS-APPRQ-ROW OCCURS 200 TIMES PIC X(117).
       01 WS-APPRQ-COUNT           PIC 9(03) VALUE 0.
       01 WS-APPRQ-SUB             PIC 9(03).
       01 WS-APPROVED-SUB          PIC 9(03) VALUE 0.
       01 WS-NEXT-APPR-ID          PIC 9(06) VALUE 1.
       01 WS-BATCH-APPROVAL-SW     PIC X(01) VALUE "N".
           88 BATCH-APPROVED            VALUE "A".
           88 BATCH-PENDING             VALUE "P".
       01 WS-APPR-KEY-WORK         PIC X(40).
       01 WS-APPR-REASON-WORK      PIC X(30).
       01 WS-EDIT-PERCENT          PIC ZZ9.99.
       01 WS-EDIT-CENTS            PIC Z9.99.
       01 WS-EDIT-COUNT            PIC ZZ9.

       01  RATEUP-HDG-LINE.
           05 RATEUP-HDG-TITLE       PIC X(40).
           05 FILLER                 PIC X(11) VALUE "EFFECTIVE: ".
           05 RATEUP-HDG-EFF-DATE    PIC 9(08).
           05 FILLER                 PIC X(08) VALUE "  BATCH ".
           05 RATEUP-HDG-BATCH       PIC 9(06).
           05 FILLER                 PIC X(07) VALUE SPACES.

       01  RATEUP-SEL-LINE.
           05 FILLER                 PIC X(11) VALUE "SELECTION: ".
           05 RATEUP-SEL-TEXT        PIC X(20).
           05 FILLER                 PIC X(11) VALUE " INCREASE: ".
           05 RATEUP-SEL-INCREASE    PIC X(20).
           05 FILLER                 PIC X(18) VALUE SPACES.

       01  RATEUP-COL-LINE.
           05 FILLER                 PIC X(40)
             VALUE "EMP#   NAME                 DEPT    OLD ".
           05 FILLER                 PIC X(40)
             VALUE "   NEW  NOTE                            ".

       01  RATEUP-DETAIL-LINE.
           05 RATEUP-DTL-EMP         PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RATEUP-DTL-NAME        PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 RATEUP-DTL-DEPT        PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RATEUP-DTL-OLD-RATE    PIC Z9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RATEUP-DTL-NEW-RATE    PIC Z9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RATEUP-DTL-NOTE        PIC X(32).

       01  RATEUP-COUNT-LINE.
           05 RATEUP-CNT-LABEL       PIC X(32).
           05 RATEUP-CNT-VALUE       PIC ZZ9.
           05 FILLER                 PIC X(45) VALUE SPACES.

       01  RATEUP-BLANK-LINE         PIC X(80) VALUE SPACES.

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
           05 AUD-IMAGE              PIC X(116).
           05 FILLER                 PIC X(01) VALUE SPACES.

       COPY APPRWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "RATEUPAS MASS PAY-RATE INCREASE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "RATEUPAS" TO WS-IOERR-PROGRAM-ID
           IF NOT OPERATOR-IS-PAYROLL
              DISPLAY "RATEUPAS: PAYROLL ROLE REQUIRED FOR A RATE "
                      "INCREASE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-EMPLOYEES
           PERFORM 1200-LOAD-HELD-BATCH
           PERFORM 1300-CHECK-BATCH-APPROVAL
           EVALUATE TRUE
              WHEN BATCH-APPROVED
                 PERFORM 3000-APPLY-HELD-BATCH
              WHEN BATCH-PENDING
                 DISPLAY "RATEUPAS: RATE INCREASE BATCH "
                         WS-BATCH-ID
                 DISPLAY "IS AWAITING APPROVAL -- RUN AGAIN AFTER A "
                         "SECOND OPERATOR APPROVES IT IN APPROVAS."
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 2000-BUILD-NEW-BATCH THRU 2000-EXIT
           END-EVALUATE
           DISPLAY "END RATEUPAS"
           GOBACK.

      * THE EMPLOYEE MASTER AND RATE HISTORY ARE THE SAME FILES
      * CALCPYAS AND EMPMNTAS USE, SO ANY OVERRIDE HERE SHOULD
      * MATCH THEIR OWN.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "RATEUPAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "RATE-HISTORY-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RATE-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RATE-HISTORY-PATH
           MOVE "RATE-BATCH-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RATE-BATCH-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RATE-BATCH-PATH
           MOVE "RATE-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-RATE-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-RATE-REPORT-PATH.

       1100-LOAD-EMPLOYEES.
           OPEN INPUT EMP-MASTER-FILE
           IF NOT EMP-MASTER-SUCCESSFUL
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "RATEUPAS: NO EMPLOYEE MASTER -- RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-EMP-MASTER OR WS-EMP-COUNT = 999
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO WS-EMP-COUNT
                 MOVE EMP-MASTER-REC TO WS-EMP-ENTRY(WS-EMP-COUNT)
              END-READ
           END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
           IF NOT END-OF-EMP-MASTER
              READ EMP-MASTER-FILE
              AT END
                 CONTINUE
              NOT AT END
                 DISPLAY "RATEUPAS: EMPLOYEE TABLE FULL AT 999 -- "
                         "RUN REFUSED, A REWRITE WOULD DROP THE "
                         "UNLOADED EMPLOYEES"
                 CLOSE EMP-MASTER-FILE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-READ
           END-IF
           CLOSE EMP-MASTER-FILE.

      * A BATCH HELD FROM AN EARLIER RUN, IF ANY. EVERY ROW CARRIES
      * THE SAME BATCH ID AND EFFECTIVE DATE.
       1200-LOAD-HELD-BATCH.
           OPEN INPUT RATE-BATCH-FILE
           IF RATE-BATCH-SUCCESSFUL
              PERFORM UNTIL END-OF-RATE-BATCH
                       OR WS-RATEUP-COUNT = 999
                 READ RATE-BATCH-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RBAT-BATCH-ID IS NUMERIC
                       AND RBAT-OLD-RATE IS NUMERIC
                       AND RBAT-NEW-RATE IS NUMERIC
                       ADD 1 TO WS-RATEUP-COUNT
                       MOVE RBAT-BATCH-ID TO WS-BATCH-ID
                       MOVE RBAT-EFF-DATE TO WS-BATCH-EFF-DATE
                       MOVE RBAT-EMP-NUMBER
                         TO WS-RU-EMP-NUMBER(WS-RATEUP-COUNT)
                       MOVE SPACES TO WS-RU-NAME(WS-RATEUP-COUNT)
                                      WS-RU-DEPT(WS-RATEUP-COUNT)
                       MOVE RBAT-OLD-RATE
                         TO WS-RU-OLD-RATE(WS-RATEUP-COUNT)
                       MOVE RBAT-NEW-RATE
                         TO WS-RU-NEW-RATE(WS-RATEUP-COUNT)
                       MOVE "C" TO WS-RU-NOTE(WS-RATEUP-COUNT)
                       MOVE "N" TO WS-RU-HAS-PRIOR(WS-RATEUP-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-BATCH-FILE
           END-IF.

      * LOADS THE APPROVAL QUEUE AND LOOKS FOR THE HELD BATCH'S
      * "RATEINCR" ENTRY, KEYED BY THE BATCH ID IN ITS FIRST SIX
      * CHARACTERS. "A" AUTHORIZES THE APPLY; "P" MEANS WAIT. A
      * REJECTED OR ALREADY-USED ENTRY LEAVES THE HELD BATCH DEAD,
      * AND A NEW ONE MAY BE BUILT OVER IT.
       1300-CHECK-BATCH-APPROVAL.
           MOVE "N" TO WS-BATCH-APPROVAL-SW
           OPEN INPUT APPROVAL-QUEUE-FILE
           IF APPR-FILE-SUCCESSFUL
              PERFORM UNTIL END-OF-APPR-FILE
                       OR WS-APPRQ-COUNT = 200
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-APPRQ-COUNT
                    MOVE APPR-QUEUE-REC
                      TO WS-APPRQ-ROW(WS-APPRQ-COUNT)
                    IF APPR-ID-IN IS NUMERIC
                       AND APPR-ID-IN >= WS-NEXT-APPR-ID
                       COMPUTE WS-NEXT-APPR-ID = APPR-ID-IN + 1
                    END-IF
                    IF APPR-ACTION-IN = "RATEINCR"
                       AND WS-RATEUP-COUNT > 0
                       AND APPR-KEY-IN(1:6) = WS-BATCH-ID
                       EVALUATE APPR-STATUS-IN
                          WHEN "A"
                             MOVE "A" TO WS-BATCH-APPROVAL-SW
                             MOVE WS-APPRQ-COUNT TO WS-APPROVED-SUB
                          WHEN "P"
                             IF NOT BATCH-APPROVED
                                MOVE "P" TO WS-BATCH-APPROVAL-SW
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. CONSUMING AN APPROVAL REWRITES
      * THE QUEUE FROM THE LOADED ROWS, SO THE RUN IS REFUSED
      * RATHER THAN DROP THE ROWS PAST THE CAP.
              IF NOT END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "RATEUPAS: APPROVAL QUEUE TABLE FULL "
                            "AT 200 -- RUN REFUSED, CLEAR DECIDED "
                            "ENTRIES THROUGH APPROVAS FIRST"
                    CLOSE APPROVAL-QUEUE-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-READ
              END-IF
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      *****************************************************************
      * NEW BATCH: ASK, SELECT, PREVIEW, AND ON CONFIRMATION HOLD THE
      * BATCH AND QUEUE IT FOR APPROVAL.
      *****************************************************************
       2000-BUILD-NEW-BATCH.
           MOVE 0 TO WS-RATEUP-COUNT
           PERFORM 2010-ASK-PARAMETERS
           IF NOT ANSWERS-OK
              DISPLAY "RATEUPAS: BAD ANSWERS -- RUN ENDED"
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF
           MOVE WS-NEXT-APPR-ID TO WS-BATCH-ID
           MOVE WS-EFF-DATE-NUM TO WS-BATCH-EFF-DATE
           PERFORM 2100-SELECT-ONE-EMPLOYEE THRU 2100-EXIT
             VARYING WS-EMP-IDX FROM 1 BY 1
             UNTIL WS-EMP-IDX > WS-EMP-COUNT
           MOVE "MASS PAY-RATE INCREASE PREVIEW" TO RATEUP-HDG-TITLE
           PERFORM 4000-PRINT-LISTING
           DISPLAY "EMPLOYEES SELECTED: " WS-SELECTED-COUNT
                   "  TO CHANGE: " WS-CHANGE-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT
                   "  SALARIED: " WS-SALARIED-COUNT
           IF WS-OTHER-COMPANY-COUNT > 0
              DISPLAY "NOT SELECTED, COMPANY NOT AUTHORIZED: "
                      WS-OTHER-COMPANY-COUNT
           END-IF
           DISPLAY "PREVIEW WRITTEN TO RATEUP.rpt"
           IF WS-CHANGE-COUNT = 0
              DISPLAY "RATEUPAS: NO RATES TO CHANGE -- NOTHING QUEUED"
              MOVE 4 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF
           DISPLAY "QUEUE THIS INCREASE FOR APPROVAL (Y/N)? "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
              PERFORM 2200-HOLD-BATCH
              PERFORM 2300-QUEUE-APPROVAL-REQUEST
           ELSE
              DISPLAY "RATEUPAS: NOTHING QUEUED"
           END-IF.
       2000-EXIT.
           EXIT.

       2010-ASK-PARAMETERS.
           MOVE "Y" TO WS-ANSWERS-OK-SW
           DISPLAY "SELECT BY D=DEPARTMENT, L=UNION LOCAL, "
                   "U=UNION CODE: "
           ACCEPT WS-SELECT-TYPE
           IF WS-SELECT-TYPE = "d" OR "l" OR "u"
              INSPECT WS-SELECT-TYPE CONVERTING "dlu" TO "DLU"
           END-IF
           EVALUATE TRUE
              WHEN SELECT-BY-DEPT
                 DISPLAY "DEPARTMENT CODE: "
                 ACCEPT WS-SELECT-VALUE
              WHEN SELECT-BY-LOCAL
                 DISPLAY "UNION LOCAL: "
                 ACCEPT WS-SELECT-VALUE
              WHEN SELECT-BY-UNION-CODE
                 DISPLAY "UNION CODE (U OR N): "
                 ACCEPT WS-SELECT-VALUE
                 IF WS-SELECT-VALUE NOT = "U" AND NOT = "N"
                    DISPLAY "  UNION CODE MUST BE U OR N."
                    MOVE "N" TO WS-ANSWERS-OK-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "  SELECTION MUST BE D, L OR U."
                 MOVE "N" TO WS-ANSWERS-OK-SW
           END-EVALUATE
           IF WS-SELECT-VALUE = SPACES
              MOVE "N" TO WS-ANSWERS-OK-SW
           END-IF
           DISPLAY "INCREASE BY P=PERCENT OR C=CENTS PER HOUR: "
           ACCEPT WS-INCREASE-TYPE
           IF WS-INCREASE-TYPE = "p" OR "c"
              INSPECT WS-INCREASE-TYPE CONVERTING "pc" TO "PC"
           END-IF
           EVALUATE TRUE
              WHEN INCREASE-BY-PERCENT
                 DISPLAY "PERCENT (5 DIGITS, 00300 = 3.00%): "
                 ACCEPT WS-PERCENT-IN
                 IF WS-PERCENT-IN IS NOT NUMERIC
                    OR WS-PERCENT-NUM = 0
                    DISPLAY "  PERCENT MUST BE 5 DIGITS AND NOT ZERO."
                    MOVE "N" TO WS-ANSWERS-OK-SW
                 END-IF
              WHEN INCREASE-BY-CENTS
                 DISPLAY "CENTS PER HOUR (4 DIGITS, 0050 = 0.50): "
                 ACCEPT WS-CENTS-IN
                 IF WS-CENTS-IN IS NOT NUMERIC
                    OR WS-CENTS-NUM = 0
                    DISPLAY "  AMOUNT MUST BE 4 DIGITS AND NOT ZERO."
                    MOVE "N" TO WS-ANSWERS-OK-SW
                 END-IF
              WHEN OTHER
                 DISPLAY "  INCREASE MUST BE P OR C."
                 MOVE "N" TO WS-ANSWERS-OK-SW
           END-EVALUATE
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
           ACCEPT WS-EFF-DATE-IN
           IF WS-EFF-DATE-IN IS NOT NUMERIC
              DISPLAY "  EFFECTIVE DATE MUST BE YYYYMMDD."
              MOVE "N" TO WS-ANSWERS-OK-SW
           ELSE
              IF WS-EFF-MONTH-PART < 1 OR WS-EFF-MONTH-PART > 12
                 OR WS-EFF-DAY-PART < 1 OR WS-EFF-DAY-PART > 31
                 DISPLAY "  EFFECTIVE DATE IS NOT A VALID DATE."
                 MOVE "N" TO WS-ANSWERS-OK-SW
              END-IF
           END-IF.

      * ACTIVE EMPLOYEES ONLY, OF A COMPANY THE OPERATOR MAY WORK
      * IN. THE NEW RATE IS ROUNDED TO THE CENT;
      * ONE PAST 99.99 IS REFUSED RATHER THAN TRUNCATED.
       2100-SELECT-ONE-EMPLOYEE.
           MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-WORK-EMPLOYEE
           IF WRK-EMP-STATUS NOT = "A"
              GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
              WHEN SELECT-BY-DEPT
                 IF WRK-EMP-DEPT NOT = WS-SELECT-VALUE
                    GO TO 2100-EXIT
                 END-IF
              WHEN SELECT-BY-LOCAL
                 IF WRK-EMP-UNION-LOCAL NOT = WS-SELECT-VALUE
                    GO TO 2100-EXIT
                 END-IF
              WHEN OTHER
                 IF WRK-EMP-UNION-CODE NOT = WS-SELECT-VALUE(1:1)
                    GO TO 2100-EXIT
                 END-IF
           END-EVALUATE
           MOVE WRK-EMP-COMPANY TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF NOT OPERATOR-COMPANY-OK
              ADD 1 TO WS-OTHER-COMPANY-COUNT
              GO TO 2100-EXIT
           END-IF
           IF WS-RATEUP-COUNT = 999
              GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           ADD 1 TO WS-RATEUP-COUNT
           MOVE WS-RATEUP-COUNT TO WS-RATEUP-SUB
           MOVE WRK-EMP-NUMBER TO WS-RU-EMP-NUMBER(WS-RATEUP-SUB)
           MOVE WRK-EMP-NAME   TO WS-RU-NAME(WS-RATEUP-SUB)
           MOVE WRK-EMP-DEPT   TO WS-RU-DEPT(WS-RATEUP-SUB)
           MOVE "N"            TO WS-RU-HAS-PRIOR(WS-RATEUP-SUB)
           IF WRK-EMP-PAY-RATE IS NOT NUMERIC
              MOVE ZEROES TO WRK-EMP-PAY-RATE
           END-IF
           MOVE WRK-EMP-PAY-RATE TO WS-RU-OLD-RATE(WS-RATEUP-SUB)
           IF WRK-PAY-TYPE-SALARIED
              MOVE WRK-EMP-PAY-RATE TO WS-RU-NEW-RATE(WS-RATEUP-SUB)
              MOVE "S" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-SALARIED-COUNT
              GO TO 2100-EXIT
           END-IF
           IF INCREASE-BY-PERCENT
              COMPUTE WS-NEW-RATE-WORK ROUNDED =
                 WRK-EMP-PAY-RATE * (100 + WS-PERCENT-NUM) / 100
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-NEW-RATE-WORK
              END-COMPUTE
           ELSE
              COMPUTE WS-NEW-RATE-WORK =
                 WRK-EMP-PAY-RATE + WS-CENTS-NUM
           END-IF
           IF WS-NEW-RATE-WORK > 99.99
              MOVE WRK-EMP-PAY-RATE TO WS-RU-NEW-RATE(WS-RATEUP-SUB)
              MOVE "R" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-REFUSED-COUNT
           ELSE
              MOVE WS-NEW-RATE-WORK TO WS-RU-NEW-RATE(WS-RATEUP-SUB)
              MOVE "C" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-CHANGE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      * THE CHANGING ROWS ONLY, UNDER THE BATCH ID THE APPROVAL
      * REQUEST IS ABOUT TO TAKE.
       2200-HOLD-BATCH.
           OPEN OUTPUT RATE-BATCH-FILE
           IF NOT RATE-BATCH-SUCCESSFUL
              MOVE "RATE-BATCH-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-RATE-BATCH-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "RATEUPAS: BATCH COULD NOT BE HELD -- "
                      "NOTHING QUEUED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-RATEUP-SUB FROM 1 BY 1
                     UNTIL WS-RATEUP-SUB > WS-RATEUP-COUNT
              IF WS-RU-CHANGES(WS-RATEUP-SUB)
                 MOVE WS-BATCH-ID TO RBAT-BATCH-ID
                 MOVE WS-RU-EMP-NUMBER(WS-RATEUP-SUB)
                   TO RBAT-EMP-NUMBER
                 MOVE WS-RU-OLD-RATE(WS-RATEUP-SUB) TO RBAT-OLD-RATE
                 MOVE WS-RU-NEW-RATE(WS-RATEUP-SUB) TO RBAT-NEW-RATE
                 MOVE WS-BATCH-EFF-DATE TO RBAT-EFF-DATE
                 WRITE RATE-BATCH-REC
              END-IF
           END-PERFORM
           CLOSE RATE-BATCH-FILE.

      * THE KEY CARRIES THE BATCH ID FIRST, THEN THE SELECTION AND
      * INCREASE SO THE REVIEWER SEES WHAT THEY ARE APPROVING.
       2300-QUEUE-APPROVAL-REQUEST.
           MOVE SPACES TO WS-APPR-KEY-WORK
           STRING WS-BATCH-ID " " RATEUP-SEL-TEXT(1:14) " "
                  RATEUP-SEL-INCREASE(1:18)
                  DELIMITED BY SIZE INTO WS-APPR-KEY-WORK
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-APPR-REASON-WORK
           STRING "MASS RATE INCREASE, " WS-EDIT-COUNT " EMPS"
                  DELIMITED BY SIZE INTO WS-APPR-REASON-WORK
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF NOT APPR-FILE-SUCCESSFUL
              OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           MOVE WS-BATCH-ID           TO APPR-ID-IN
           MOVE "RATEINCR"            TO APPR-ACTION-IN
           MOVE WS-APPR-KEY-WORK      TO APPR-KEY-IN
           MOVE WS-OPERATOR-ID        TO APPR-REQUESTOR-IN
           MOVE WS-APPR-REASON-WORK   TO APPR-REASON-IN
           MOVE "P"                   TO APPR-STATUS-IN
           MOVE SPACES                TO APPR-REVIEWER-IN
           MOVE WS-TODAY              TO APPR-REQ-DATE-IN
           MOVE ZEROES                TO APPR-DECIDED-DATE-IN
           WRITE APPR-QUEUE-REC
           IF NOT APPR-FILE-SUCCESSFUL
              MOVE "APPROVAL-QUEUE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-APPR-FILE-STATUS   TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "RATEUPAS: RATE INCREASE QUEUED AS "
                      WS-BATCH-ID
                      " -- AWAITING SECOND-OPERATOR APPROVAL"
           END-IF
           CLOSE APPROVAL-QUEUE-FILE.

      *****************************************************************
      * APPROVED BATCH: CHANGE THE MASTER, EXTEND THE RATE HISTORY,
      * CONSUME THE APPROVAL AND EMPTY THE HELD BATCH.
      *****************************************************************
       3000-APPLY-HELD-BATCH.
           MOVE SPACES TO RATEUP-SEL-TEXT RATEUP-SEL-INCREASE
           MOVE WS-APPRQ-ROW(WS-APPROVED-SUB)(22:14)
             TO RATEUP-SEL-TEXT
           MOVE WS-APPRQ-ROW(WS-APPROVED-SUB)(37:18)
             TO RATEUP-SEL-INCREASE
           PERFORM 3100-FIND-PRIOR-HISTORY
           OPEN EXTEND RATE-HISTORY-FILE
           IF NOT RATE-HISTORY-SUCCESSFUL
              OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           PERFORM 3200-APPLY-ONE-EMPLOYEE THRU 3200-EXIT
             VARYING WS-RATEUP-SUB FROM 1 BY 1
             UNTIL WS-RATEUP-SUB > WS-RATEUP-COUNT
           CLOSE RATE-HISTORY-FILE
           IF WS-CHANGE-COUNT > 0
              PERFORM 3300-REWRITE-EMP-MASTER
           END-IF
           PERFORM 3400-CONSUME-APPROVAL
           OPEN OUTPUT RATE-BATCH-FILE
           CLOSE RATE-BATCH-FILE
           MOVE "MASS PAY-RATE INCREASE APPLIED" TO RATEUP-HDG-TITLE
           PERFORM 4000-PRINT-LISTING
           ADD WS-HISTORY-ADDED TO WS-HISTORY-ROWS
           DISPLAY "RATES CHANGED: " WS-CHANGE-COUNT
                   "  SKIPPED: " WS-SKIPPED-COUNT
                   "  HISTORY ROWS ADDED: " WS-HISTORY-ADDED
           IF WS-HISTORY-ROWS > 500
              DISPLAY "RATEUPAS: RATE HISTORY NOW HOLDS "
                      WS-HISTORY-ROWS " ROWS -- CALCPYAS LOADS "
                      "ONLY THE FIRST 500"
           END-IF
           IF WS-SKIPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "RATEUPAS"         TO WS-AUDIT-PROGRAM-ID
           MOVE WS-RATEUP-COUNT    TO WS-AUDIT-RECORDS-READ
           MOVE WS-HISTORY-ADDED   TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-BATCH-ID        TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD.

      * MARKS EVERY BATCH EMPLOYEE WHO ALREADY HAS A HISTORY ROW
      * DATED BEFORE THE EFFECTIVE DATE; THE REST NEED AN OPENING
      * ROW AT THE OLD RATE.
       3100-FIND-PRIOR-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF RATE-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-RATE-HISTORY
                 READ RATE-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-HISTORY-ROWS
                    IF RATEHIST-EFF-DATE IS NUMERIC
                       AND RATEHIST-EFF-DATE < WS-BATCH-EFF-DATE
                       PERFORM 3110-MARK-PRIOR-ROW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-HISTORY-FILE
           END-IF.

       3110-MARK-PRIOR-ROW.
           PERFORM VARYING WS-RATEUP-SUB FROM 1 BY 1
                     UNTIL WS-RATEUP-SUB > WS-RATEUP-COUNT
              IF WS-RU-EMP-NUMBER(WS-RATEUP-SUB) = RATEHIST-EMP-NUMBER
                 MOVE "Y" TO WS-RU-HAS-PRIOR(WS-RATEUP-SUB)
              END-IF
           END-PERFORM.

       3200-APPLY-ONE-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMPLOYEE-FOUND
              IF WS-EMP-ENTRY(WS-EMP-IDX)(1:6) =
                 WS-RU-EMP-NUMBER(WS-RATEUP-SUB)
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT EMPLOYEE-FOUND
              MOVE "N" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 3200-EXIT
           END-IF
           SET WS-EMP-IDX DOWN BY 1
           MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-WORK-EMPLOYEE
           MOVE WRK-EMP-NAME TO WS-RU-NAME(WS-RATEUP-SUB)
           MOVE WRK-EMP-DEPT TO WS-RU-DEPT(WS-RATEUP-SUB)
           MOVE WRK-EMP-COMPANY TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF NOT OPERATOR-COMPANY-OK
              MOVE "O" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 3200-EXIT
           END-IF
           IF WRK-EMP-PAY-RATE IS NOT NUMERIC
              OR WRK-EMP-PAY-RATE NOT = WS-RU-OLD-RATE(WS-RATEUP-SUB)
              MOVE "K" TO WS-RU-NOTE(WS-RATEUP-SUB)
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO 3200-EXIT
           END-IF
           MOVE WS-EMP-ENTRY(WS-EMP-IDX) TO WS-BEFORE-IMAGE
           MOVE WS-RU-NEW-RATE(WS-RATEUP-SUB) TO WRK-EMP-PAY-RATE
           MOVE WS-WORK-EMPLOYEE TO WS-EMP-ENTRY(WS-EMP-IDX)
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 3210-WRITE-AUDIT-IMAGES
           IF NOT WS-RU-PRIOR-ROW-FOUND(WS-RATEUP-SUB)
              MOVE WRK-EMP-NUMBER TO RATEHIST-EMP-NUMBER
              IF WRK-EMP-HIRE-DATE IS NUMERIC
                 AND WRK-EMP-HIRE-DATE < WS-BATCH-EFF-DATE
                 MOVE WRK-EMP-HIRE-DATE TO RATEHIST-EFF-DATE
              ELSE
                 MOVE ZEROES TO RATEHIST-EFF-DATE
              END-IF
              MOVE WS-RU-OLD-RATE(WS-RATEUP-SUB) TO RATEHIST-RATE
              PERFORM 3220-WRITE-HISTORY-ROW
           END-IF
           MOVE WRK-EMP-NUMBER    TO RATEHIST-EMP-NUMBER
           MOVE WS-BATCH-EFF-DATE TO RATEHIST-EFF-DATE
           MOVE WS-RU-NEW-RATE(WS-RATEUP-SUB) TO RATEHIST-RATE
           PERFORM 3220-WRITE-HISTORY-ROW.
       3200-EXIT.
           EXIT.

      * ONE BEFORE LINE AND ONE AFTER LINE PER EMPLOYEE, AS EMPMNTAS
      * WRITES THEM, WITH ONLY THE LAST FOUR SSN DIGITS SHOWING.
       3210-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE "RATE"         TO AUD-ACTION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO WS-LIST-IMAGE
           PERFORM 3211-MASK-IMAGE-SSN
           MOVE WS-LIST-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-WORK-EMPLOYEE TO WS-LIST-IMAGE
           PERFORM 3211-MASK-IMAGE-SSN
           MOVE WS-LIST-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

       3211-MASK-IMAGE-SSN.
           IF WS-LIST-IMAGE(89:9) NOT = SPACES
              MOVE "XXXXX" TO WS-LIST-IMAGE(89:5)
           END-IF.

       3220-WRITE-HISTORY-ROW.
           WRITE RATE-HISTORY-REC
           IF RATE-HISTORY-SUCCESSFUL
              ADD 1 TO WS-HISTORY-ADDED
           ELSE
              MOVE "RATE-HISTORY-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-RATE-HISTORY-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       3300-REWRITE-EMP-MASTER.
           OPEN OUTPUT EMP-MASTER-FILE
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
              WRITE EMP-MASTER-REC FROM WS-EMP-ENTRY(WS-EMP-IDX)
              IF NOT EMP-MASTER-SUCCESSFUL
                 MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE EMP-MASTER-FILE
           DISPLAY "RATEUPAS: EMPLOYEE MASTER UPDATED".

       3400-CONSUME-APPROVAL.
           MOVE "X" TO WS-APPRQ-ROW(WS-APPROVED-SUB)(93:1)
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM VARYING WS-APPRQ-SUB FROM 1 BY 1
                     UNTIL WS-APPRQ-SUB > WS-APPRQ-COUNT
              WRITE APPR-QUEUE-REC
                FROM WS-APPRQ-ROW(WS-APPRQ-SUB)
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.

      *****************************************************************
      * THE LISTING -- THE PREVIEW BEFORE QUEUING, THE RESULT AFTER
      * APPLYING.
      *****************************************************************
       4000-PRINT-LISTING.
           OPEN OUTPUT RATE-REPORT
           MOVE WS-BATCH-EFF-DATE TO RATEUP-HDG-EFF-DATE
           MOVE WS-BATCH-ID       TO RATEUP-HDG-BATCH
           WRITE RATE-REPORT-RECORD FROM RATEUP-HDG-LINE
           IF NOT BATCH-APPROVED
              MOVE SPACES TO RATEUP-SEL-TEXT RATEUP-SEL-INCREASE
              PERFORM 4010-DESCRIBE-SELECTION
           END-IF
           WRITE RATE-REPORT-RECORD FROM RATEUP-SEL-LINE
           WRITE RATE-REPORT-RECORD FROM RATEUP-BLANK-LINE
           WRITE RATE-REPORT-RECORD FROM RATEUP-COL-LINE
           PERFORM 4020-PRINT-ONE-EMPLOYEE
             VARYING WS-RATEUP-SUB FROM 1 BY 1
             UNTIL WS-RATEUP-SUB > WS-RATEUP-COUNT
           WRITE RATE-REPORT-RECORD FROM RATEUP-BLANK-LINE
           IF BATCH-APPROVED
              MOVE "RATES CHANGED:" TO RATEUP-CNT-LABEL
              MOVE WS-CHANGE-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "SKIPPED:" TO RATEUP-CNT-LABEL
              MOVE WS-SKIPPED-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "RATE HISTORY ROWS ADDED:" TO RATEUP-CNT-LABEL
              MOVE WS-HISTORY-ADDED TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
           ELSE
              MOVE "EMPLOYEES SELECTED:" TO RATEUP-CNT-LABEL
              MOVE WS-SELECTED-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "RATES TO CHANGE:" TO RATEUP-CNT-LABEL
              MOVE WS-CHANGE-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "REFUSED, PAST 99.99:" TO RATEUP-CNT-LABEL
              MOVE WS-REFUSED-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "SALARIED, NOT CHANGED:" TO RATEUP-CNT-LABEL
              MOVE WS-SALARIED-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
              MOVE "NOT SELECTED, OTHER COMPANY:" TO RATEUP-CNT-LABEL
              MOVE WS-OTHER-COMPANY-COUNT TO RATEUP-CNT-VALUE
              WRITE RATE-REPORT-RECORD FROM RATEUP-COUNT-LINE
           END-IF
           CLOSE RATE-REPORT.

       4010-DESCRIBE-SELECTION.
           EVALUATE TRUE
              WHEN SELECT-BY-DEPT
                 STRING "DEPT " WS-SELECT-VALUE
                        DELIMITED BY SIZE INTO RATEUP-SEL-TEXT
              WHEN SELECT-BY-LOCAL
                 STRING "LOCAL " WS-SELECT-VALUE
                        DELIMITED BY SIZE INTO RATEUP-SEL-TEXT
              WHEN OTHER
                 STRING "UNION CODE " WS-SELECT-VALUE(1:1)
                        DELIMITED BY SIZE INTO RATEUP-SEL-TEXT
           END-EVALUATE
           IF INCREASE-BY-PERCENT
              MOVE WS-PERCENT-NUM TO WS-EDIT-PERCENT
              STRING WS-EDIT-PERCENT " PERCENT"
                     DELIMITED BY SIZE INTO RATEUP-SEL-INCREASE
           ELSE
              MOVE WS-CENTS-NUM TO WS-EDIT-CENTS
              STRING WS-EDIT-CENTS " PER HOUR"
                     DELIMITED BY SIZE INTO RATEUP-SEL-INCREASE
           END-IF.

       4020-PRINT-ONE-EMPLOYEE.
           MOVE WS-RU-EMP-NUMBER(WS-RATEUP-SUB) TO RATEUP-DTL-EMP
           MOVE WS-RU-NAME(WS-RATEUP-SUB)       TO RATEUP-DTL-NAME
           MOVE WS-RU-DEPT(WS-RATEUP-SUB)       TO RATEUP-DTL-DEPT
           MOVE WS-RU-OLD-RATE(WS-RATEUP-SUB)   TO RATEUP-DTL-OLD-RATE
           MOVE WS-RU-NEW-RATE(WS-RATEUP-SUB)   TO RATEUP-DTL-NEW-RATE
           EVALUATE WS-RU-NOTE(WS-RATEUP-SUB)
              WHEN "C"
                 MOVE SPACES TO RATEUP-DTL-NOTE
              WHEN "R"
                 MOVE "REFUSED - NEW RATE PAST 99.99"
                   TO RATEUP-DTL-NOTE
              WHEN "S"
                 MOVE "SALARIED - NOT CHANGED" TO RATEUP-DTL-NOTE
              WHEN "K"
                 MOVE "SKIPPED - RATE CHANGED SINCE"
                   TO RATEUP-DTL-NOTE
              WHEN "O"
                 MOVE "SKIPPED - COMPANY NOT AUTHORIZED"
                   TO RATEUP-DTL-NOTE
              WHEN OTHER
                 MOVE "SKIPPED - NOT ON MASTER" TO RATEUP-DTL-NOTE
           END-EVALUATE
           WRITE RATE-REPORT-RECORD FROM RATEUP-DETAIL-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR AUDIT TRAIL PARAGRAPH. SEE AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
