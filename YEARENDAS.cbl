      *     EMPLOYEE (GROSS, WITHHELD, NET, FORMATTED LIKE THE PAY
      *     STUBS, WITH THE NAME OFF THE EMPLOYEE MASTER);
      *   - ARCHIVES THE CLOSING MASTER'S RECORDS UNDER A
      *     YEAR-STAMPED FILE NAME, W-2 BOX DETAIL INCLUDED, WHICH
      *     IS WHAT W2FILEAS BUILDS THE SSA SUBMISSION FROM; AND
      *   - ZEROES EVERY EMPLOYEE'S ACCUMULATORS IN PLACE SO THE
      *     MASTER STARTS THE NEW YEAR FRESH.
      * REPLACES THE JANUARY TEXT-EDITOR-AND-PRAYER PROCEDURE.
      * THE YEAR IS CLOSED ONE COMPANY AT A TIME -- THE ONE RUNCOMP.DAT
      * NAMES. THE YTD MASTER IS SHARED AND KEYED ON EMPLOYEE NUMBER,
      * SO ONLY THE EMPLOYEES THE EMPLOYEE MASTER PUTS IN THAT COMPANY
      * (A BLANK COMPANY, OR NO MASTER ROW, MEANS 01) ARE PRINTED,
      * ARCHIVED AND ZEROED; THE OTHERS ARE LEFT FOR THEIR OWN
      * COMPANY'S CLOSE. THE STATEMENTS AND THE ARCHIVE ARE THAT
      * COMPANY'S OWN FILES.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      * FLAT COPY OF THE CLOSING MASTER, KEPT UNDER A YEAR-STAMPED
      * NAME FOR AUDIT AND W-2 RECONCILIATION.
           05  ARCH-WH                  PIC 9(09)V99.
           05  ARCH-NET                 PIC 9(09)V99.
           05  ARCH-DEFERRAL            PIC 9(09)V99.
           05  ARCH-FIT-WAGES           PIC 9(09)V99.
           05  ARCH-FED-WH              PIC 9(09)V99.
           05  ARCH-SS-WAGES            PIC 9(09)V99.
           05  ARCH-SS-WH               PIC 9(09)V99.
           05  ARCH-MED-WAGES           PIC 9(09)V99.
           05  ARCH-MED-WH              PIC 9(09)V99.
           05  ARCH-STATE-WH            PIC 9(09)V99.
           05  ARCH-LOCAL-WH            PIC 9(09)V99.

       FD  EARNINGS-STMT-FILE
           RECORDING MODE IS F
           DATA RECORD IS EARNINGS-STMT-RECORD.
       01  EARNINGS-STMT-RECORD         PIC X(80).

      * SAME EMPLOYEE MASTER CALCPYAS LOADS -- ONLY NUMBER, NAME AND
      * SOCIAL SECURITY NUMBER ARE NEEDED HERE.
       FD  EMP-MASTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS EMP-MASTER-REC-IN.
       01  EMP-MASTER-REC-IN.
           05  EMP-NUMBER-IN            PIC X(06).
           05  EMP-NAME-IN              PIC X(20).
           05  FILLER                   PIC X(62).
           05  EMP-SSN-IN               PIC X(09).
           05  FILLER                   PIC X(17).
           05  EMP-COMPANY-IN           PIC X(02).

       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-YTD-MASTER-PATH       PIC X(40)
       01 WS-RUN-DATE              PIC 9(08).

       01 WS-EMPLOYEES-CLOSED      PIC 9(06) VALUE 0.
       01 WS-OTHER-COMPANY-COUNT   PIC 9(06) VALUE 0.
       01 WS-TOTAL-YEAR-GROSS      PIC 9(09)V9(02) VALUE 0.

       01 WS-EMP-TABLE.
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-NUMBER          PIC X(06).
              10 WS-EMP-NAME            PIC X(20).
              10 WS-EMP-SSN             PIC X(09).
              10 WS-EMP-COMPANY         PIC X(02).
       01 WS-EMP-ENTRY-COUNT       PIC 9(03) VALUE 0.
       01 WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88 EMP-ENTRY-FOUND           VALUE "Y".
       01 WS-CUR-EMP-NAME          PIC X(20).
       01 WS-CUR-EMP-SSN           PIC X(09).
       01 WS-CUR-EMP-COMPANY       PIC X(02).

       01  STMT-HEADING-LINE.
           05 FILLER                 PIC X(06) VALUE "EMP #:".
           05 STMT-HDG-YEAR          PIC 9(04).
           05 FILLER                 PIC X(19)
             VALUE "  ANNUAL EARNINGS".
      * ONLY THE LAST FOUR DIGITS OF THE SSN ARE EVER PRINTED.
           05 FILLER                 PIC X(13) VALUE " SSN XXX-XX-".
           05 STMT-HDG-SSN-LAST4     PIC X(04).

       01  STMT-AMOUNT-LINE.
           05 STMT-AMOUNT-LABEL      PIC X(20).
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-TOTAL-YEAR-GROSS TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "EMPLOYEES CLOSED: " WS-EMPLOYEES-CLOSED
           DISPLAY "OTHER COMPANIES:  " WS-OTHER-COMPANY-COUNT
           DISPLAY "END YEARENDAS"
           GOBACK.

      * DEFAULTS TO THE PRIOR CALENDAR YEAR.
       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "YEARENDAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER -- "
                      "NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-YEAR = WS-RUN-DATE / 10000
           DISPLAY "ENTER YEAR BEING CLOSED (YYYY), BLANK FOR "
                  ".DAT"                DELIMITED BY SIZE
             INTO WS-YTD-ARCHIVE-PATH
           END-STRING
           MOVE WS-YTD-ARCHIVE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1030-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-YTD-ARCHIVE-PATH
           MOVE WS-EARNINGS-STMT-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1030-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-EARNINGS-STMT-PATH
           PERFORM 1020-LOAD-EMP-MASTER
           OPEN I-O YTD-MASTER
           IF NOT YTD-MASTER-SUCCESSFUL
           MOVE "EMP-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-EMP-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-EMP-MASTER-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

       1020-LOAD-EMP-MASTER.
           OPEN INPUT EMP-MASTER-FILE
                         WS-EMP-NUMBER(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-NAME-IN TO
                         WS-EMP-NAME(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-SSN-IN TO
                         WS-EMP-SSN(WS-EMP-ENTRY-COUNT)
                    MOVE EMP-COMPANY-IN TO
                         WS-EMP-COMPANY(WS-EMP-ENTRY-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMP-MASTER-FILE
           END-IF.

      * COMPANY 01 KEEPS THE FILE NAMES IT HAS ALWAYS HAD.
       1030-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "YEARENDAS: NOTHING CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * ONE SEQUENTIAL PASS OVER THE MASTER: STATEMENT, ARCHIVE
      * COPY, THEN THE IN-PLACE ZEROING REWRITE PER EMPLOYEE.
       2000-CLOSE-THE-YEAR.
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 2020-FIND-EMP-NAME
                 IF WS-CUR-EMP-COMPANY = WS-RUN-COMPANY-CODE
                    PERFORM 2010-CLOSE-ONE-EMPLOYEE
                 ELSE
                    ADD 1 TO WS-OTHER-COMPANY-COUNT
                 END-IF
              END-READ
           END-PERFORM.

       2010-CLOSE-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEES-CLOSED
           ADD YTD-GROSS TO WS-TOTAL-YEAR-GROSS
           PERFORM 2030-WRITE-EARNINGS-STATEMENT
           MOVE YTD-EMP-NUMBER TO ARCH-EMP-NUMBER
           MOVE YTD-GROSS      TO ARCH-GROSS
           MOVE YTD-WH         TO ARCH-WH
           MOVE YTD-NET        TO ARCH-NET
           MOVE YTD-DEFERRAL   TO ARCH-DEFERRAL
           MOVE YTD-FIT-WAGES  TO ARCH-FIT-WAGES
           MOVE YTD-FED-WH     TO ARCH-FED-WH
           MOVE YTD-SS-WAGES   TO ARCH-SS-WAGES
           MOVE YTD-SS-WH      TO ARCH-SS-WH
           MOVE YTD-MED-WAGES  TO ARCH-MED-WAGES
           MOVE YTD-MED-WH     TO ARCH-MED-WH
           MOVE YTD-STATE-WH   TO ARCH-STATE-WH
           MOVE YTD-LOCAL-WH   TO ARCH-LOCAL-WH
           WRITE YTD-ARCHIVE-REC
           IF NOT YTD-ARCHIVE-SUCCESSFUL
              MOVE "YEARENDAS"   TO WS-IOERR-PROGRAM-ID
                          YTD-WH
                          YTD-NET
                          YTD-DEFERRAL
                          YTD-FIT-WAGES
                          YTD-FED-WH
                          YTD-SS-WAGES
                          YTD-SS-WH
                          YTD-MED-WAGES
                          YTD-MED-WH
                          YTD-STATE-WH
                          YTD-LOCAL-WH
           REWRITE YTD-MASTER-REC
           IF NOT YTD-MASTER-SUCCESSFUL
              MOVE "YEARENDAS"  TO WS-IOERR-PROGRAM-ID
       2020-FIND-EMP-NAME.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE SPACES TO WS-CUR-EMP-NAME
                          WS-CUR-EMP-SSN
                          WS-CUR-EMP-COMPANY
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                     UNTIL WS-EMP-IDX > WS-EMP-ENTRY-COUNT
                        OR EMP-ENTRY-FOUND
              IF WS-EMP-NUMBER(WS-EMP-IDX) = YTD-EMP-NUMBER
                 MOVE "Y" TO WS-EMP-FOUND-SW
                 MOVE WS-EMP-NAME(WS-EMP-IDX) TO WS-CUR-EMP-NAME
                 MOVE WS-EMP-SSN(WS-EMP-IDX) TO WS-CUR-EMP-SSN
                 MOVE WS-EMP-COMPANY(WS-EMP-IDX)
                   TO WS-CUR-EMP-COMPANY
              END-IF
           END-PERFORM
           IF WS-CUR-EMP-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-CUR-EMP-COMPANY
           END-IF.

       2030-WRITE-EARNINGS-STATEMENT.
           MOVE YTD-EMP-NUMBER TO STMT-HDG-EMP-NUMBER
           MOVE WS-CUR-EMP-NAME TO STMT-HDG-EMP-NAME
           MOVE WS-CUR-EMP-SSN(6:4) TO STMT-HDG-SSN-LAST4
           WRITE EARNINGS-STMT-RECORD FROM STMT-HEADING-LINE

           MOVE "ANNUAL GROSS PAY"    TO STMT-AMOUNT-LABEL
      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
