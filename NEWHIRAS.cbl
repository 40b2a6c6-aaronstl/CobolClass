       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NEWHIRAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * STATE NEW-HIRE REGISTRY EXTRACT.
      *
      * EVERY EMPLOYEE ADDED OR REHIRED HAS TO BE REPORTED TO THE
      * STATE NEW-HIRE REGISTRY WITHIN 20 DAYS OF THE HIRE DATE.
      * THIS RUN READS EMPMNTAS'S MAINTENANCE AUDIT FILE,
      * EMPMAINT.LOG, FOR THE HIRES:
      *   - AN "ADD " IMAGE PAIR IS A NEW HIRE;
      *   - A "CHG " IMAGE PAIR THAT MOVES THE EMPLOYEE FROM
      *     INACTIVE OR TERMINATED BACK TO ACTIVE, OR GIVES AN
      *     EMPLOYEE ALREADY ON FILE A NEW HIRE DATE, IS A REHIRE.
      * THE HIRE DATE, NAME AND WORK STATE COME FROM EMPMASTER.DAT
      * AS IT STANDS TODAY. EACH HIRE NOT YET ON NEWHIRHST.DAT (KEYED
      * BY EMPLOYEE NUMBER AND HIRE DATE) GOES ON NEWHIRE.DAT IN THE
      * STATE LAYOUT -- A HEADER, THE DETAILS (EACH CARRYING THE
      * EMPLOYEE'S SOCIAL SECURITY NUMBER) AND A TRAILER FOR EACH
      * WORK STATE -- AND IS THEN ADDED TO NEWHIRHST.DAT. THE WHOLE
      * AUDIT FILE IS READ EVERY RUN, SO A HIRE MISSED ONE PERIOD IS
      * PICKED UP ON THE NEXT AND NO HIRE IS EVER SENT TWICE. A
      * BLANK WORK STATE IS REPORTED TO RUNCTL.DAT'S HOME-STATE.
      *
      * NEWHIRE.rpt LISTS EVERY HIRE FOUND, AND FLAGS THOSE ALREADY
      * PAST THE REPORTING DEADLINE (REPORT-DAYS, 20 BY DEFAULT).
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT EMP-MASTER-FILE
               ASSIGN TO WS-EMP-MASTER-PATH
               organization is line sequential
               file status is WS-EMP-MASTER-STATUS.
             SELECT MAINT-AUDIT-FILE
               ASSIGN TO WS-MAINT-AUDIT-PATH
               organization is line sequential
               file status is WS-MAINT-AUDIT-STATUS.
             SELECT NEWHIRE-HISTORY-FILE
               ASSIGN TO WS-NEWHIRE-HISTORY-PATH
               organization is line sequential
               file status is WS-NEWHIRE-HISTORY-STATUS.
             SELECT NEWHIRE-FILE
               ASSIGN TO WS-NEWHIRE-PATH
               organization is line sequential
               file status is WS-NEWHIRE-STATUS.
             SELECT NEWHIRE-REPORT
               ASSIGN TO WS-NEWHIRE-REPORT-PATH
               organization is line sequential
               file status is WS-NEWHIRE-REPORT-STATUS.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * ONLY THE FIELDS THE REGISTRY WANTS ARE PICKED UP; THE REST
      * OF EMPMNTAS'S LAYOUT RIDES IN FILLER.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(04).
           05  EMP-HIRE-DATE-IN         PIC X(08).
           05  EMP-STATUS-IN            PIC X(01).
           05  FILLER                   PIC X(32).
           05  EMP-WORK-STATE-IN        PIC X(02).
           05  FILLER                   PIC X(15).
           05  EMP-SSN-IN               PIC X(09).

      * EMPMNTAS'S MAINT-AUDIT-LINE: AN "OLD " IMAGE FOLLOWED BY A
      * "NEW " IMAGE FOR EVERY ADD, CHANGE AND DEACTIVATION. AN ADD
      * CARRIES A BLANK OLD IMAGE.
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC.
           05  AUD-ACTION               PIC X(04).
           05  FILLER                   PIC X(01).
           05  AUD-OPERATOR             PIC X(08).
           05  FILLER                   PIC X(01).
           05  AUD-DATE                 PIC X(08).
           05  AUD-TIME                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  AUD-IMAGE-TAG            PIC X(04).
           05  FILLER                   PIC X(01).
           05  AUD-IMAGE.
               10  AUD-IMG-NUMBER       PIC X(06).
               10  FILLER               PIC X(24).
               10  AUD-IMG-HIRE-DATE    PIC X(08).
               10  AUD-IMG-STATUS       PIC X(01).
               10  FILLER               PIC X(58).
           05  FILLER                   PIC X(01).

      * ONE ROW PER HIRE ALREADY SENT TO A STATE. A REHIRE CARRIES
      * A NEW HIRE DATE, SO IT IS A NEW ROW.
       FD  NEWHIRE-HISTORY-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEWHIRE-HISTORY-REC.
       01  NEWHIRE-HISTORY-REC.
           05  NHH-EMP-NUMBER           PIC X(06).
           05  NHH-HIRE-DATE            PIC X(08).
           05  NHH-STATE                PIC X(02).
           05  NHH-HIRE-TYPE            PIC X(01).
           05  NHH-REPORT-DATE          PIC 9(08).

      * THE STATE NEW-HIRE LAYOUT: FOR EACH STATE AN EMPLOYER HEADER,
      * ONE DETAIL PER HIRE (TYPE N = NEW HIRE, R = REHIRE) AND A
      * STATE TRAILER WITH THE DETAIL COUNT.
       FD  NEWHIRE-FILE
           RECORDING MODE IS F
           DATA RECORD IS NEWHIRE-HEADER-REC.
       01  NEWHIRE-HEADER-REC.
           05  NHF-HDR-TYPE             PIC X(01).
           05  NHF-HDR-STATE            PIC X(02).
           05  NHF-HDR-EMPLOYER-FEIN    PIC X(09).
           05  NHF-HDR-EMPLOYER-NAME    PIC X(30).
           05  NHF-HDR-REPORT-DATE      PIC 9(08).
           05  FILLER                   PIC X(30).
       01  NEWHIRE-DETAIL-REC.
           05  NHF-DTL-TYPE             PIC X(01).
           05  NHF-DTL-STATE            PIC X(02).
           05  NHF-DTL-EMP-NUMBER       PIC X(06).
           05  NHF-DTL-EMP-NAME         PIC X(20).
           05  NHF-DTL-HIRE-DATE        PIC X(08).
           05  NHF-DTL-HIRE-TYPE        PIC X(01).
           05  NHF-DTL-EMPLOYER-FEIN    PIC X(09).
           05  NHF-DTL-EMP-SSN          PIC X(09).
           05  FILLER                   PIC X(24).
       01  NEWHIRE-TRAILER-REC.
           05  NHF-TRL-TYPE             PIC X(01).
           05  NHF-TRL-STATE            PIC X(02).
           05  NHF-TRL-COUNT            PIC 9(06).
           05  FILLER                   PIC X(71).

       FD  NEWHIRE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS NEWHIRE-REPORT-RECORD.
       01  NEWHIRE-REPORT-RECORD        PIC X(80).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-EMP-MASTER-PATH       PIC X(40)
           VALUE "C:\Users\Bob\EMPMASTER.DAT".
       01 WS-EMP-MASTER-STATUS     PIC X(02).
           88 EMP-MASTER-SUCCESSFUL     VALUE "00".
           88 END-OF-EMP-MASTER         VALUE "10".
       01 WS-MAINT-AUDIT-PATH      PIC X(40)
           VALUE "C:\Users\Bob\EMPMAINT.LOG".
       01 WS-MAINT-AUDIT-STATUS    PIC X(02).
           88 MAINT-AUDIT-SUCCESSFUL    VALUE "00".
           88 END-OF-MAINT-AUDIT        VALUE "10".
       01 WS-NEWHIRE-HISTORY-PATH  PIC X(40)
           VALUE "C:\Users\Bob\NEWHIRHST.DAT".
       01 WS-NEWHIRE-HISTORY-STATUS PIC X(02).
           88 NEWHIRE-HISTORY-SUCCESSFUL VALUE "00".
           88 END-OF-NEWHIRE-HISTORY     VALUE "10".
       01 WS-NEWHIRE-PATH          PIC X(40)
           VALUE "C:\Users\Bob\NEWHIRE.DAT".
       01 WS-NEWHIRE-STATUS        PIC X(02).
           88 NEWHIRE-SUCCESSFUL        VALUE "00".
       01 WS-NEWHIRE-REPORT-PATH   PIC X(40)
           VALUE "C:\Users\Bob\NEWHIRE.rpt".
       01 WS-NEWHIRE-REPORT-STATUS PIC X(02).
           88 GOOD-NEWHIRE-RPT-WRITE    VALUE "00".

      * THE EMPLOYER AS THE REGISTRY KNOWS IT, AND THE STATE A
      * BLANK WORK STATE MEANS.
       01 WS-EMPLOYER-FEIN         PIC X(09) VALUE SPACES.
       01 WS-EMPLOYER-NAME         PIC X(30) VALUE SPACES.
       01 WS-HOME-STATE            PIC X(02) VALUE SPACES.
      * DAYS FROM THE HIRE DATE THE STATE ALLOWS, RUNCTL-OVERRIDABLE.
       01 WS-REPORT-DAYS           PIC 9(04) VALUE 20.
       01 WS-DAYS-IN               PIC X(04).

       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 999 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-HIRE-DATE       PIC X(08).
              10 WS-EMP-WORK-STATE      PIC X(02).
              10 WS-EMP-SSN             PIC X(09).
       01 WS-EMP-COUNT             PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-FOUND                 VALUE "Y".

      * HIRES SEEN ON THE AUDIT FILE, ONE ROW PER EMPLOYEE. A LATER
      * IMAGE FOR THE SAME EMPLOYEE ONLY UPDATES WHO AND WHEN.
       01 WS-HIRE-TABLE.
           05 WS-HIRE-ENTRY OCCURS 999 TIMES
                             INDEXED BY WS-HIRE-IDX.
              10 WS-HIRE-EMP-NUMBER     PIC X(06).
              10 WS-HIRE-TYPE           PIC X(01).
              10 WS-HIRE-OPERATOR       PIC X(08).
              10 WS-HIRE-AUDIT-DATE     PIC X(08).
              10 WS-HIRE-STATE          PIC X(02).
              10 WS-HIRE-EMP-SUB        PIC 9(03).
              10 WS-HIRE-REPORT-SW      PIC X(01).
                 88 HIRE-TO-REPORT          VALUE "Y".
       01 WS-HIRE-COUNT            PIC 9(03) VALUE 0.
       01 WS-HIRE-FOUND-SW         PIC X(01) VALUE "N".
           88 HIRE-ALREADY-SEEN         VALUE "Y".
       01 WS-OLD-IMAGE-STATUS      PIC X(01).
       01 WS-OLD-IMAGE-HIRE-DATE   PIC X(08).
       01 WS-OLD-IMAGE-NUMBER      PIC X(06).
       01 WS-CUR-HIRE-TYPE         PIC X(01).

      * HIRES ALREADY SENT, BY EMPLOYEE AND HIRE DATE.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-HIST-IDX.
              10 WS-HIST-EMP-NUMBER     PIC X(06).
              10 WS-HIST-HIRE-DATE      PIC X(08).
       01 WS-HIST-COUNT            PIC 9(04) VALUE 0.
       01 WS-HIST-FOUND-SW         PIC X(01) VALUE "N".
           88 ALREADY-REPORTED          VALUE "Y".

      * ONE ROW PER WORK STATE THIS RUN REPORTS TO.
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 60 TIMES
                              INDEXED BY WS-STATE-IDX.
              10 WS-STATE-CODE          PIC X(02).
              10 WS-STATE-RPT-COUNT     PIC 9(06).
       01 WS-STATE-COUNT           PIC 9(02) VALUE 0.
       01 WS-STATE-FOUND-SW        PIC X(01) VALUE "N".
           88 STATE-FOUND               VALUE "Y".

       01 WS-AUDIT-LINES-READ      PIC 9(06) VALUE 0.
       01 WS-TO-REPORT-COUNT       PIC 9(06) VALUE 0.
       01 WS-PREVIOUSLY-SENT       PIC 9(06) VALUE 0.
       01 WS-NOT-ON-MASTER         PIC 9(06) VALUE 0.
       01 WS-LATE-COUNT            PIC 9(06) VALUE 0.
       01 WS-REPORTED-COUNT        PIC 9(06) VALUE 0.
       01 WS-REJECT-SW             PIC X(01) VALUE "N".
           88 RUN-REFUSED               VALUE "Y".

       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-TODAY-INT             PIC 9(08).
       01 WS-HIRE-INT              PIC 9(08).
       01 WS-HIRE-AGE              PIC S9(05).
       01 WS-HIRE-DATE-WORK        PIC X(08).
       01 WS-HIRE-DATE-NUM REDEFINES WS-HIRE-DATE-WORK
                                    PIC 9(08).

       01  NHR-HDG-LINE.
           05 FILLER                 PIC X(30)
             VALUE "STATE NEW-HIRE REPORT OF      ".
           05 NHR-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(42) VALUE SPACES.

       01  NHR-COLUMN-LINE.
           05 FILLER                 PIC X(80) VALUE
              "EMP#   NAME                 HIRED    ST T OPERATOR NOTE".

       01  NHR-DETAIL-LINE.
           05 NHR-DTL-EMP-NUMBER     PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-EMP-NAME       PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-HIRE-DATE      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-STATE          PIC X(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-HIRE-TYPE      PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-OPERATOR       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 NHR-DTL-NOTE           PIC X(29).

       01  NHR-TOTAL-LINE.
           05 NHR-TOT-LABEL          PIC X(30).
           05 NHR-TOT-COUNT          PIC ZZZZZ9.
           05 FILLER                 PIC X(44) VALUE SPACES.

       01  NHR-BLANK-LINE            PIC X(80) VALUE SPACES.
       01  WS-AGE-EDIT               PIC ZZZ9.

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "NEWHIRAS STATE NEW-HIRE REPORTING"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "NEWHIRAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           IF RUN-REFUSED
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NEWHIRE-REPORT
           MOVE WS-TODAY-DATE TO NHR-HDG-DATE
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-HDG-LINE
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-BLANK-LINE
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-COLUMN-LINE
           PERFORM 2000-SELECT-HIRES
           IF WS-TO-REPORT-COUNT > 0
              PERFORM 3000-WRITE-NEWHIRE-FILE
              PERFORM 4000-APPEND-HISTORY
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE NEWHIRE-REPORT
           MOVE "NEWHIRAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-AUDIT-LINES-READ TO WS-AUDIT-RECORDS-READ
           MOVE WS-REPORTED-COUNT TO WS-AUDIT-RECORDS-WRITTEN
           MOVE ZEROES TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "HIRES ON THE AUDIT FILE: " WS-HIRE-COUNT
           DISPLAY "PREVIOUSLY REPORTED:     " WS-PREVIOUSLY-SENT
           DISPLAY "REPORTED THIS RUN:       " WS-REPORTED-COUNT
           DISPLAY "PAST THE DEADLINE:       " WS-LATE-COUNT
           DISPLAY "END NEWHIRAS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1100-LOAD-EMPLOYEES
           IF NOT RUN-REFUSED
              PERFORM 1200-LOAD-HISTORY
           END-IF
           IF NOT RUN-REFUSED
              PERFORM 1300-SCAN-MAINT-AUDIT
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT WITH WHATEVER RUNCTL.DAT
      * HAS ON FILE FOR NEWHIRAS, IF ANYTHING. THE MASTER AND AUDIT
      * FILE ENTRIES SHOULD MATCH THE FILES EMPMNTAS MAINTAINS.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "NEWHIRAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "MAINT-AUDIT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MAINT-AUDIT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MAINT-AUDIT-PATH
           MOVE "NEWHIRE-HISTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-NEWHIRE-HISTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-NEWHIRE-HISTORY-PATH
           MOVE "NEWHIRE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-NEWHIRE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-NEWHIRE-PATH
           MOVE "NEWHIRE-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-NEWHIRE-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-NEWHIRE-REPORT-PATH
           MOVE "REPORT-DAYS" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:4) TO WS-DAYS-IN
           IF WS-DAYS-IN IS NUMERIC
              MOVE WS-DAYS-IN TO WS-REPORT-DAYS
           END-IF
           MOVE "EMPLOYER-FEIN" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:9) TO WS-EMPLOYER-FEIN
           MOVE "EMPLOYER-NAME" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:30) TO WS-EMPLOYER-NAME
           MOVE "HOME-STATE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE SPACES TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH(1:2) TO WS-HOME-STATE.

       1100-LOAD-EMPLOYEES.
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
                    MOVE EMP-HIRE-DATE-IN
                      TO WS-EMP-HIRE-DATE(WS-EMP-IDX)
                    MOVE EMP-WORK-STATE-IN
                      TO WS-EMP-WORK-STATE(WS-EMP-IDX)
                    MOVE EMP-SSN-IN TO WS-EMP-SSN(WS-EMP-IDX)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           ELSE
              MOVE "EMP-MASTER-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-EMP-MASTER-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "NEWHIRAS: NO EMPLOYEE MASTER ON FILE -- "
                      "NO HIRE DATES TO REPORT"
              MOVE "Y" TO WS-REJECT-SW
           END-IF.

       1200-LOAD-HISTORY.
           OPEN INPUT NEWHIRE-HISTORY-FILE
           IF NEWHIRE-HISTORY-SUCCESSFUL
              PERFORM UNTIL END-OF-NEWHIRE-HISTORY
                       OR WS-HIST-COUNT = 5000
                 READ NEWHIRE-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-HIST-COUNT
                    MOVE NHH-EMP-NUMBER
                      TO WS-HIST-EMP-NUMBER(WS-HIST-COUNT)
                    MOVE NHH-HIRE-DATE
                      TO WS-HIST-HIRE-DATE(WS-HIST-COUNT)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-NEWHIRE-HISTORY
                 READ NEWHIRE-HISTORY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "NEWHIRAS: HISTORY TABLE FULL AT 5000 "
                            "-- RUN REFUSED, REPORTED HIRES WOULD "
                            "BE REPORTED AGAIN"
                    MOVE "Y" TO WS-REJECT-SW
                 END-READ
              END-IF
              CLOSE NEWHIRE-HISTORY-FILE
           END-IF.

      * WALKS EMPMAINT.LOG. EACH "OLD " IMAGE IS HELD UNTIL ITS "NEW "
      * PARTNER ARRIVES; THE PAIR DECIDES WHETHER IT WAS A HIRE.
       1300-SCAN-MAINT-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE
           IF MAINT-AUDIT-SUCCESSFUL
              PERFORM UNTIL END-OF-MAINT-AUDIT OR RUN-REFUSED
                 READ MAINT-AUDIT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-AUDIT-LINES-READ
                    IF AUD-IMAGE-TAG = "OLD "
                       MOVE AUD-IMG-NUMBER TO WS-OLD-IMAGE-NUMBER
                       MOVE AUD-IMG-STATUS TO WS-OLD-IMAGE-STATUS
                       MOVE AUD-IMG-HIRE-DATE
                         TO WS-OLD-IMAGE-HIRE-DATE
                    ELSE
                       PERFORM 1310-CLASSIFY-NEW-IMAGE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE MAINT-AUDIT-FILE
           ELSE
              DISPLAY "NEWHIRAS: NO MAINTENANCE AUDIT FILE YET -- "
                      "NO HIRES TO REPORT"
           END-IF.

       1310-CLASSIFY-NEW-IMAGE.
           MOVE SPACES TO WS-CUR-HIRE-TYPE
           EVALUATE TRUE
              WHEN AUD-IMAGE-TAG NOT = "NEW "
                 CONTINUE
              WHEN AUD-ACTION = "ADD "
                 MOVE "N" TO WS-CUR-HIRE-TYPE
              WHEN AUD-ACTION = "CHG "
               AND WS-OLD-IMAGE-NUMBER = AUD-IMG-NUMBER
               AND AUD-IMG-STATUS = "A"
               AND (WS-OLD-IMAGE-STATUS = "I"
                    OR WS-OLD-IMAGE-STATUS = "T"
                    OR WS-OLD-IMAGE-HIRE-DATE NOT = AUD-IMG-HIRE-DATE)
                 MOVE "R" TO WS-CUR-HIRE-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-OLD-IMAGE-NUMBER
           IF WS-CUR-HIRE-TYPE NOT = SPACES
              PERFORM 1320-RECORD-HIRE
           END-IF.

      * ONE ROW PER EMPLOYEE; A LATER HIRE IMAGE FOR THE SAME
      * EMPLOYEE REPLACES THE TYPE, OPERATOR AND DATE.
       1320-RECORD-HIRE.
           MOVE "N" TO WS-HIRE-FOUND-SW
           PERFORM VARYING WS-HIRE-IDX FROM 1 BY 1
                     UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
                        OR HIRE-ALREADY-SEEN
              IF WS-HIRE-EMP-NUMBER(WS-HIRE-IDX) = AUD-IMG-NUMBER
                 MOVE "Y" TO WS-HIRE-FOUND-SW
              END-IF
           END-PERFORM
           IF HIRE-ALREADY-SEEN
              SET WS-HIRE-IDX DOWN BY 1
           ELSE
              IF WS-HIRE-COUNT = 999
                 DISPLAY "NEWHIRAS: HIRE TABLE FULL AT 999 -- RUN "
                         "REFUSED, LATER HIRES WOULD BE MISSED"
                 MOVE "Y" TO WS-REJECT-SW
              ELSE
                 ADD 1 TO WS-HIRE-COUNT
                 SET WS-HIRE-IDX TO WS-HIRE-COUNT
                 MOVE AUD-IMG-NUMBER
                   TO WS-HIRE-EMP-NUMBER(WS-HIRE-IDX)
              END-IF
           END-IF
           IF NOT RUN-REFUSED
              MOVE WS-CUR-HIRE-TYPE TO WS-HIRE-TYPE(WS-HIRE-IDX)
              MOVE AUD-OPERATOR TO WS-HIRE-OPERATOR(WS-HIRE-IDX)
              MOVE AUD-DATE TO WS-HIRE-AUDIT-DATE(WS-HIRE-IDX)
           END-IF.

      * MATCHES EVERY HIRE TO THE MASTER AND THE HISTORY. A HIRE
      * WHOSE EMPLOYEE NUMBER AND CURRENT HIRE DATE ARE NOT YET ON
      * THE HISTORY IS REPORTED THIS RUN.
       2000-SELECT-HIRES.
           PERFORM VARYING WS-HIRE-IDX FROM 1 BY 1
                     UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
              MOVE "N" TO WS-HIRE-REPORT-SW(WS-HIRE-IDX)
              MOVE SPACES TO NHR-DTL-NOTE
              PERFORM 2010-FIND-EMPLOYEE
              EVALUATE TRUE
                 WHEN NOT EMP-FOUND
                    ADD 1 TO WS-NOT-ON-MASTER
                    MOVE "NOT ON MASTER -- NOT SENT" TO NHR-DTL-NOTE
                    PERFORM 2200-WRITE-DETAIL-LINE
                 WHEN WS-EMP-HIRE-DATE(WS-EMP-IDX) IS NOT NUMERIC
                    ADD 1 TO WS-NOT-ON-MASTER
                    MOVE "NO HIRE DATE -- NOT SENT" TO NHR-DTL-NOTE
                    PERFORM 2200-WRITE-DETAIL-LINE
                 WHEN OTHER
                    PERFORM 2020-CHECK-IF-REPORTED
                    IF ALREADY-REPORTED
                       ADD 1 TO WS-PREVIOUSLY-SENT
                    ELSE
                       PERFORM 2100-TAKE-HIRE
                    END-IF
              END-EVALUATE
           END-PERFORM.

      * LEAVES WS-EMP-IDX ON THE HIRE'S MASTER ROW.
       2010-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-COUNT
                        OR EMP-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) =
                 WS-HIRE-EMP-NUMBER(WS-HIRE-IDX)
                 MOVE "Y" TO WS-EMP-FOUND-SW
              END-IF
           END-PERFORM
           IF EMP-FOUND
              SET WS-EMP-IDX DOWN BY 1
              SET WS-HIRE-EMP-SUB(WS-HIRE-IDX) TO WS-EMP-IDX
           END-IF.

       2020-CHECK-IF-REPORTED.
           MOVE "N" TO WS-HIST-FOUND-SW
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                     UNTIL WS-HIST-IDX > WS-HIST-COUNT
                        OR ALREADY-REPORTED
              IF WS-HIST-EMP-NUMBER(WS-HIST-IDX) =
                 WS-HIRE-EMP-NUMBER(WS-HIRE-IDX)
                 AND WS-HIST-HIRE-DATE(WS-HIST-IDX) =
                     WS-EMP-HIRE-DATE(WS-EMP-IDX)
                 MOVE "Y" TO WS-HIST-FOUND-SW
              END-IF
           END-PERFORM.

      * MARKS THE HIRE FOR THIS RUN, FILES IT UNDER ITS WORK STATE
      * AND LISTS IT, FLAGGED WHEN ALREADY PAST THE DEADLINE.
       2100-TAKE-HIRE.
           MOVE "Y" TO WS-HIRE-REPORT-SW(WS-HIRE-IDX)
           ADD 1 TO WS-TO-REPORT-COUNT
           IF WS-EMP-WORK-STATE(WS-EMP-IDX) = SPACES
              MOVE WS-HOME-STATE TO WS-HIRE-STATE(WS-HIRE-IDX)
           ELSE
              MOVE WS-EMP-WORK-STATE(WS-EMP-IDX)
                TO WS-HIRE-STATE(WS-HIRE-IDX)
           END-IF
           PERFORM 2110-FIND-STATE
           MOVE WS-EMP-HIRE-DATE(WS-EMP-IDX) TO WS-HIRE-DATE-WORK
           COMPUTE WS-HIRE-INT =
              FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE-NUM)
           IF WS-HIRE-INT > 0
              COMPUTE WS-HIRE-AGE = WS-TODAY-INT - WS-HIRE-INT
              IF WS-HIRE-AGE > WS-REPORT-DAYS
                 ADD 1 TO WS-LATE-COUNT
                 MOVE WS-HIRE-AGE TO WS-AGE-EDIT
                 STRING "LATE -- HIRED " WS-AGE-EDIT " DAYS AGO"
                        DELIMITED BY SIZE
                        INTO NHR-DTL-NOTE
              END-IF
           END-IF
           PERFORM 2200-WRITE-DETAIL-LINE.

       2110-FIND-STATE.
           MOVE "N" TO WS-STATE-FOUND-SW
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                     UNTIL WS-STATE-IDX > WS-STATE-COUNT
                        OR STATE-FOUND
              IF WS-STATE-CODE(WS-STATE-IDX) =
                 WS-HIRE-STATE(WS-HIRE-IDX)
                 MOVE "Y" TO WS-STATE-FOUND-SW
              END-IF
           END-PERFORM
           IF NOT STATE-FOUND
              AND WS-STATE-COUNT < 60
              ADD 1 TO WS-STATE-COUNT
              MOVE WS-HIRE-STATE(WS-HIRE-IDX)
                TO WS-STATE-CODE(WS-STATE-COUNT)
              MOVE ZEROES TO WS-STATE-RPT-COUNT(WS-STATE-COUNT)
           END-IF.

       2200-WRITE-DETAIL-LINE.
           MOVE WS-HIRE-EMP-NUMBER(WS-HIRE-IDX) TO NHR-DTL-EMP-NUMBER
           MOVE WS-HIRE-TYPE(WS-HIRE-IDX) TO NHR-DTL-HIRE-TYPE
           MOVE WS-HIRE-OPERATOR(WS-HIRE-IDX) TO NHR-DTL-OPERATOR
           IF EMP-FOUND
              MOVE WS-EMP-NAME(WS-EMP-IDX) TO NHR-DTL-EMP-NAME
              MOVE WS-EMP-HIRE-DATE(WS-EMP-IDX) TO NHR-DTL-HIRE-DATE
              MOVE WS-HIRE-STATE(WS-HIRE-IDX) TO NHR-DTL-STATE
           ELSE
              MOVE SPACES TO NHR-DTL-EMP-NAME
                             NHR-DTL-HIRE-DATE
                             NHR-DTL-STATE
           END-IF
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-DETAIL-LINE.

      * THE REGISTRY FILE, ONE STATE AT A TIME: HEADER, DETAILS,
      * TRAILER.
       3000-WRITE-NEWHIRE-FILE.
           OPEN OUTPUT NEWHIRE-FILE
           IF NOT NEWHIRE-SUCCESSFUL
              MOVE "NEWHIRE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-NEWHIRE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                     UNTIL WS-STATE-IDX > WS-STATE-COUNT
              PERFORM 3100-WRITE-ONE-STATE
           END-PERFORM
           CLOSE NEWHIRE-FILE.

       3100-WRITE-ONE-STATE.
           MOVE SPACES TO NEWHIRE-HEADER-REC
           MOVE "H" TO NHF-HDR-TYPE
           MOVE WS-STATE-CODE(WS-STATE-IDX) TO NHF-HDR-STATE
           MOVE WS-EMPLOYER-FEIN TO NHF-HDR-EMPLOYER-FEIN
           MOVE WS-EMPLOYER-NAME TO NHF-HDR-EMPLOYER-NAME
           MOVE WS-TODAY-DATE TO NHF-HDR-REPORT-DATE
           WRITE NEWHIRE-HEADER-REC
           PERFORM VARYING WS-HIRE-IDX FROM 1 BY 1
                     UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
              IF HIRE-TO-REPORT(WS-HIRE-IDX)
                 AND WS-HIRE-STATE(WS-HIRE-IDX) =
                     WS-STATE-CODE(WS-STATE-IDX)
                 PERFORM 3110-WRITE-ONE-DETAIL
              END-IF
           END-PERFORM
           MOVE SPACES TO NEWHIRE-TRAILER-REC
           MOVE "T" TO NHF-TRL-TYPE
           MOVE WS-STATE-CODE(WS-STATE-IDX) TO NHF-TRL-STATE
           MOVE WS-STATE-RPT-COUNT(WS-STATE-IDX) TO NHF-TRL-COUNT
           WRITE NEWHIRE-TRAILER-REC.

       3110-WRITE-ONE-DETAIL.
           SET WS-EMP-IDX TO WS-HIRE-EMP-SUB(WS-HIRE-IDX)
           MOVE SPACES TO NEWHIRE-DETAIL-REC
           MOVE "D" TO NHF-DTL-TYPE
           MOVE WS-HIRE-STATE(WS-HIRE-IDX) TO NHF-DTL-STATE
           MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO NHF-DTL-EMP-NUMBER
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO NHF-DTL-EMP-NAME
           MOVE WS-EMP-HIRE-DATE(WS-EMP-IDX) TO NHF-DTL-HIRE-DATE
           MOVE WS-HIRE-TYPE(WS-HIRE-IDX) TO NHF-DTL-HIRE-TYPE
           MOVE WS-EMPLOYER-FEIN TO NHF-DTL-EMPLOYER-FEIN
           MOVE WS-EMP-SSN(WS-EMP-IDX) TO NHF-DTL-EMP-SSN
           WRITE NEWHIRE-DETAIL-REC
           IF NOT NEWHIRE-SUCCESSFUL
              MOVE "NEWHIRE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-NEWHIRE-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              MOVE "N" TO WS-HIRE-REPORT-SW(WS-HIRE-IDX)
           ELSE
              ADD 1 TO WS-STATE-RPT-COUNT(WS-STATE-IDX)
              ADD 1 TO WS-REPORTED-COUNT
           END-IF.

      * ONLY HIRES THAT MADE IT ONTO THE FILE GO ON THE HISTORY, SO
      * ONE LOST TO A WRITE ERROR IS PICKED UP AGAIN NEXT RUN.
       4000-APPEND-HISTORY.
           OPEN EXTEND NEWHIRE-HISTORY-FILE
           IF NOT NEWHIRE-HISTORY-SUCCESSFUL
              OPEN OUTPUT NEWHIRE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-HIRE-IDX FROM 1 BY 1
                     UNTIL WS-HIRE-IDX > WS-HIRE-COUNT
              IF HIRE-TO-REPORT(WS-HIRE-IDX)
                 SET WS-EMP-IDX TO WS-HIRE-EMP-SUB(WS-HIRE-IDX)
                 MOVE WS-EMP-NUMBER(WS-EMP-IDX) TO NHH-EMP-NUMBER
                 MOVE WS-EMP-HIRE-DATE(WS-EMP-IDX) TO NHH-HIRE-DATE
                 MOVE WS-HIRE-STATE(WS-HIRE-IDX) TO NHH-STATE
                 MOVE WS-HIRE-TYPE(WS-HIRE-IDX) TO NHH-HIRE-TYPE
                 MOVE WS-TODAY-DATE TO NHH-REPORT-DATE
                 WRITE NEWHIRE-HISTORY-REC
                 IF NOT NEWHIRE-HISTORY-SUCCESSFUL
                    MOVE "NEWHIRE-HISTORY-FILE" TO WS-IOERR-FILE-NAME
                    MOVE WS-NEWHIRE-HISTORY-STATUS
                      TO WS-IOERR-FILE-STATUS
                    PERFORM 9900-LOG-IO-ERROR
                 END-IF
              END-IF
           END-PERFORM
           CLOSE NEWHIRE-HISTORY-FILE.

       5000-WRITE-REPORT-TOTALS.
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-BLANK-LINE
           MOVE "HIRES ON THE AUDIT FILE:" TO NHR-TOT-LABEL
           MOVE WS-HIRE-COUNT TO NHR-TOT-COUNT
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-TOTAL-LINE
           MOVE "PREVIOUSLY REPORTED:" TO NHR-TOT-LABEL
           MOVE WS-PREVIOUSLY-SENT TO NHR-TOT-COUNT
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-TOTAL-LINE
           MOVE "NOT ON MASTER / NO HIRE DATE:" TO NHR-TOT-LABEL
           MOVE WS-NOT-ON-MASTER TO NHR-TOT-COUNT
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-TOTAL-LINE
           MOVE "REPORTED TO THE STATE:" TO NHR-TOT-LABEL
           MOVE WS-REPORTED-COUNT TO NHR-TOT-COUNT
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-TOTAL-LINE
           MOVE "PAST THE REPORTING DEADLINE:" TO NHR-TOT-LABEL
           MOVE WS-LATE-COUNT TO NHR-TOT-COUNT
           WRITE NEWHIRE-REPORT-RECORD FROM NHR-TOTAL-LINE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
