      * A PENDING ONE, IT EXITS AND WAITS FOR APPROVAS. A CONSUMED
      * APPROVAL IS MARKED "X" SO IT CANNOT AUTHORIZE A SECOND
      * REVERSAL.
      *
      * THE RUN FILE, THE GL CONTROL FILE AND THE CHECK REGISTER
      * MUST STILL MATCH THE CONTROL TOTALS LEFT FOR THEM ON THE
      * SHOP OUTPUT INVENTORY; ONE EDITED BY HAND SINCE IT WAS
      * WRITTEN REFUSES THE REVERSAL. THE GL CONTROL FILE'S TOTALS
      * ARE RECORDED AGAIN ONCE THE REVERSING LINE IS ADDED.
      *
      * A REVERSAL IS FOR THE COMPANY ON RUNCOMP.DAT, AS THE RUN IT
      * BACKS OUT WAS: THE REVERSING LINE GOES ON THAT COMPANY'S OWN
      * GL CONTROL FILE CARRYING ITS CODE, ONLY THAT COMPANY'S
      * CHECKS GO ON THE VOID LIST, AND THE OPERATOR MUST BE
      * AUTHORIZED FOR THE COMPANY.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             COPY APPRSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY CTLHSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.
       01  REVERSAL-REC-IN.
           05  REV-PAY-DATE             PIC X(06).
           05  REV-EMP-NUMBER           PIC X(06).
           05  REV-EMP-HOURS            PIC 9(02)V99.
           05  FILLER                   PIC X(39).
           05  FILLER                   PIC 9(04)V99.
           05  REV-EMP-GROSS            PIC 9(04)V99.
           05  REV-EMP-SSN-MED          PIC 9(03)V99.
           05  REV-EMP-STATE            PIC 9(03)V99.
           05  REV-EMP-LOCAL            PIC 9(03)V99.
           05  REV-EMP-FED              PIC 9(03)V99.
           05  REV-EMP-NET              PIC 9(04)V99.
           05  REV-EMP-WITHHELD         PIC 9(04)V99.
           05  FILLER                   PIC X(51).
           05  REV-BEN-PRETAX           PIC 9(04)V99.
           05  FILLER                   PIC 9(04)V99.
           05  REV-RET-DEFERRAL         PIC 9(04)V99.
           05  FILLER                   PIC 9(04)V99.
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

      * SAME LAYOUT CALCPYAS WRITES; THE REVERSING LINE IS APPENDED.
       FD  GL-CONTROL-FILE
           05  GL-CONTROL-TOTAL-WH      PIC 9(09)V9(02).
           05  GL-CONTROL-TOTAL-NET     PIC 9(09)V9(02).
           05  GL-CONTROL-RUN-TYPE      PIC X(01).
           05  GL-CONTROL-TOTAL-HOURS   PIC 9(07)V99.
           05  GL-CONTROL-COMPANY       PIC X(02).

       FD  CHECK-REGISTER-FILE
           RECORDING MODE IS F
           05  CHKREG-EMP-NUMBER        PIC X(06).
           05  CHKREG-NET-AMOUNT        PIC 9(07)V99.
           05  CHKREG-STATUS            PIC X(01).
           05  CHKREG-COMPANY           PIC X(02).

       FD  VOID-LIST-REPORT
           RECORDING MODE IS F
       COPY APPRFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY CTLHFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-REVERSAL-IN-PATH      PIC X(40)
       01 WS-TOTAL-REV-GROSS       PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-REV-WH          PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-REV-NET         PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-REV-HOURS       PIC 9(07)V99 VALUE 0.
       01 WS-REVERSAL-PAY-DATE     PIC X(06) VALUE SPACES.

      * THE REVERSED RECORD'S W-2 BOX PIECES. THE RUN OUTPUT CARRIES
      * SOCIAL SECURITY AND MEDICARE AS ONE FIGURE, SO IT IS SPLIT
      * IN THE SAME PROPORTION THE EMPLOYEE'S YEAR ALREADY CARRIES.
       01 WS-REV-TAXABLE-GROSS     PIC 9(09)V9(02) VALUE 0.
       01 WS-REV-FIT-WAGES         PIC 9(09)V9(02) VALUE 0.
       01 WS-REV-SS-WH             PIC 9(09)V9(02) VALUE 0.
       01 WS-REV-MED-WH            PIC 9(09)V9(02) VALUE 0.
       01 WS-VOID-COUNT            PIC 9(06) VALUE 0.
       01 WS-RUN-DATE              PIC 9(08).

       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.
       COPY CTLHWS.
       COPY COMPWS.

      * THE WHOLE APPROVAL QUEUE, HELD RAW SO THE CONSUMED ENTRY
      * CAN BE FLIPPED IN PLACE AND THE FILE REWRITTEN VERBATIM.
           88 REVERSAL-APPROVED         VALUE "A".
           88 REVERSAL-PENDING          VALUE "P".
       01 WS-QUEUE-DATE            PIC 9(08).
       01 WS-INPUT-REFUSED-SW      PIC X(01) VALUE "N".
           88 INPUT-FILE-REFUSED       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1015-SET-COMPANY-PATHS
           IF RUN-COMPANY-REFUSED OR COMPANY-PATH-TOO-LONG
              DISPLAY "PAYREVAS: NOTHING REVERSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1040-VERIFY-CONTROL-TOTALS
           IF INPUT-FILE-REFUSED
              DISPLAY "PAYREVAS: NOTHING REVERSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1020-CHECK-REVERSAL-APPROVAL
           IF NOT REVERSAL-APPROVED
              PERFORM 1030-QUEUE-REVERSAL-REQUEST
           MOVE "VOID-LIST-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VOID-LIST-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VOID-LIST-PATH
           MOVE "OUTPUT-INVENTORY" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CTLH-INVENTORY-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CTLH-INVENTORY-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

      * THE COMPANY THIS REVERSAL IS FOR, AND ITS OWN GL CONTROL
      * FILE AND VOID LIST. COMPANY 01 KEEPS THE FILE NAMES IT HAS
      * ALWAYS HAD. THE REVERSAL-IN PATH ALREADY NAMES THE ONE RUN
      * FILE BEING BACKED OUT, SO IT IS LEFT AS RUNCTL.DAT GAVE IT.
       1015-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           IF RUN-COMPANY-REFUSED
              DISPLAY "PAYREVAS: COMPANY " WS-RUN-COMPANY-CODE
                      " IS NOT ACTIVE ON THE COMPANY MASTER"
           ELSE
              MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
              PERFORM 9935-CHECK-OPERATOR-COMPANY
              IF NOT OPERATOR-COMPANY-OK
                 DISPLAY "PAYREVAS: NOT AUTHORIZED FOR COMPANY "
                         WS-RUN-COMPANY-CODE
                 SET RUN-COMPANY-REFUSED TO TRUE
              ELSE
                 MOVE WS-GL-CONTROL-PATH TO WS-COMPANY-FILE-PATH
                 PERFORM 9936-BUILD-COMPANY-PATH
                 MOVE WS-COMPANY-FILE-PATH TO WS-GL-CONTROL-PATH
                 IF COMPANY-PATH-OK
                    MOVE WS-VOID-LIST-PATH TO WS-COMPANY-FILE-PATH
                    PERFORM 9936-BUILD-COMPANY-PATH
                    MOVE WS-COMPANY-FILE-PATH TO WS-VOID-LIST-PATH
                 END-IF
                 DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                         WS-RUN-COMPANY-NAME
              END-IF
           END-IF.

      * LOOKS FOR THIS RUN'S ENTRY ON THE APPROVAL QUEUE: ACTION
      * REVERSAL, KEYED BY THE REVERSAL-IN PATH. AN "A" ENTRY
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      * THE RUN FILE BEING BACKED OUT, THE GL CONTROL FILE AND THE
      * CHECK REGISTER MUST EACH STILL MATCH THE CONTROL TOTALS ITS
      * PRODUCER RECORDED. A MISMATCH IS ALREADY DISPLAYED AND
      * LOGGED BY 9958-VERIFY-CONTROL-HASH.
       1040-VERIFY-CONTROL-TOTALS.
           MOVE "PAYREVAS" TO WS-IOERR-PROGRAM-ID
           MOVE "PAYREVAS" TO WS-CTLH-PROGRAM-ID
           MOVE "REVERSAL-IN-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-REVERSAL-IN-PATH TO WS-CTLH-FILE-PATH
           MOVE "PAYROLL-OUT" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF
           MOVE "GL-CONTROL-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-GL-CONTROL-PATH TO WS-CTLH-FILE-PATH
           MOVE "GL-CONTROL-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF
           MOVE "CHECK-REGISTER-FILE" TO WS-IOERR-FILE-NAME
           MOVE WS-CHECK-REGISTER-PATH TO WS-CTLH-FILE-PATH
           MOVE "CHECK-REGISTER-FILE" TO WS-CTLH-LOGICAL-NAME
           PERFORM 9958-VERIFY-CONTROL-HASH
           IF CTLH-MISMATCH
              MOVE "Y" TO WS-INPUT-REFUSED-SW
           END-IF.

       2000-REVERSE-RUN.
           OPEN INPUT REVERSAL-IN-FILE
           IF REVERSAL-IN-SUCCESSFUL
              IF REV-RET-DEFERRAL IS NUMERIC
                 SUBTRACT REV-RET-DEFERRAL FROM YTD-DEFERRAL
              END-IF
              PERFORM 2015-REVERSE-W2-DETAIL
              REWRITE YTD-MASTER-REC
              IF YTD-MASTER-SUCCESSFUL
                 ADD 1 TO WS-RECORDS-REVERSED
                 ADD REV-EMP-GROSS    TO WS-TOTAL-REV-GROSS
                 ADD REV-EMP-WITHHELD TO WS-TOTAL-REV-WH
                 ADD REV-EMP-NET      TO WS-TOTAL-REV-NET
                 IF REV-EMP-HOURS IS NUMERIC
                    ADD REV-EMP-HOURS TO WS-TOTAL-REV-HOURS
                 END-IF
                 PERFORM 2020-REMEMBER-EMPLOYEE
              ELSE
                 MOVE "PAYREVAS"   TO WS-IOERR-PROGRAM-ID
              WRITE VOID-LIST-RECORD FROM SKIP-DETAIL-LINE
           END-IF.

      * BACKS THE RECORD'S PIECES OUT OF THE W-2 BOX DETAIL. NO
      * ACCUMULATOR IS TAKEN BELOW ZERO.
       2015-REVERSE-W2-DETAIL.
           MOVE REV-EMP-GROSS TO WS-REV-TAXABLE-GROSS
           IF REV-BEN-PRETAX IS NUMERIC
              IF REV-BEN-PRETAX > WS-REV-TAXABLE-GROSS
                 MOVE ZEROES TO WS-REV-TAXABLE-GROSS
              ELSE
                 SUBTRACT REV-BEN-PRETAX FROM WS-REV-TAXABLE-GROSS
              END-IF
           END-IF
           MOVE WS-REV-TAXABLE-GROSS TO WS-REV-FIT-WAGES
           IF REV-RET-DEFERRAL IS NUMERIC
              IF REV-RET-DEFERRAL > WS-REV-FIT-WAGES
                 MOVE ZEROES TO WS-REV-FIT-WAGES
              ELSE
                 SUBTRACT REV-RET-DEFERRAL FROM WS-REV-FIT-WAGES
              END-IF
           END-IF
           IF YTD-SS-WH + YTD-MED-WH > 0
              COMPUTE WS-REV-SS-WH ROUNDED = REV-EMP-SSN-MED
                    * YTD-SS-WH / (YTD-SS-WH + YTD-MED-WH)
           ELSE
              MOVE ZEROES TO WS-REV-SS-WH
           END-IF
           COMPUTE WS-REV-MED-WH = REV-EMP-SSN-MED - WS-REV-SS-WH

           IF WS-REV-FIT-WAGES > YTD-FIT-WAGES
              MOVE ZEROES TO YTD-FIT-WAGES
           ELSE
              SUBTRACT WS-REV-FIT-WAGES FROM YTD-FIT-WAGES
           END-IF
           IF REV-EMP-FED > YTD-FED-WH
              MOVE ZEROES TO YTD-FED-WH
           ELSE
              SUBTRACT REV-EMP-FED FROM YTD-FED-WH
           END-IF
           IF WS-REV-TAXABLE-GROSS > YTD-SS-WAGES
              MOVE ZEROES TO YTD-SS-WAGES
           ELSE
              SUBTRACT WS-REV-TAXABLE-GROSS FROM YTD-SS-WAGES
           END-IF
           IF WS-REV-SS-WH > YTD-SS-WH
              MOVE ZEROES TO YTD-SS-WH
           ELSE
              SUBTRACT WS-REV-SS-WH FROM YTD-SS-WH
           END-IF
           IF WS-REV-TAXABLE-GROSS > YTD-MED-WAGES
              MOVE ZEROES TO YTD-MED-WAGES
           ELSE
              SUBTRACT WS-REV-TAXABLE-GROSS FROM YTD-MED-WAGES
           END-IF
           IF WS-REV-MED-WH > YTD-MED-WH
              MOVE ZEROES TO YTD-MED-WH
           ELSE
              SUBTRACT WS-REV-MED-WH FROM YTD-MED-WH
           END-IF
           IF REV-EMP-STATE > YTD-STATE-WH
              MOVE ZEROES TO YTD-STATE-WH
           ELSE
              SUBTRACT REV-EMP-STATE FROM YTD-STATE-WH
           END-IF
           IF REV-EMP-LOCAL > YTD-LOCAL-WH
              MOVE ZEROES TO YTD-LOCAL-WH
           ELSE
              SUBTRACT REV-EMP-LOCAL FROM YTD-LOCAL-WH
           END-IF.

       2020-REMEMBER-EMPLOYEE.
           MOVE "N" TO WS-REV-EMP-FOUND-SW
           PERFORM VARYING WS-REV-EMP-IDX FROM 1 BY 1
           END-IF.

      * APPENDS ONE REVERSING CONTROL LINE (DEPT *REV, RUN TYPE "V")
      * CARRYING THE BACKED-OUT TOTALS AND HOURS FOR THE GL UPLOAD
      * TO POST, STAMPED WITH THE COMPANY THE REVERSAL IS FOR.
       3000-WRITE-REVERSING-GL.
           IF WS-RECORDS-REVERSED > 0
              OPEN EXTEND GL-CONTROL-FILE
              MOVE WS-TOTAL-REV-WH      TO GL-CONTROL-TOTAL-WH
              MOVE WS-TOTAL-REV-NET     TO GL-CONTROL-TOTAL-NET
              MOVE "V"                  TO GL-CONTROL-RUN-TYPE
              MOVE WS-TOTAL-REV-HOURS   TO GL-CONTROL-TOTAL-HOURS
              MOVE WS-RUN-COMPANY-CODE  TO GL-CONTROL-COMPANY
              WRITE GL-CONTROL-REC
              CLOSE GL-CONTROL-FILE
              MOVE WS-GL-CONTROL-PATH TO WS-CTLH-FILE-PATH
              MOVE "GL-CONTROL-FILE" TO WS-CTLH-LOGICAL-NAME
              MOVE "PAYREVAS" TO WS-CTLH-PROGRAM-ID
              MOVE "PAYREVAS" TO WS-IOERR-PROGRAM-ID
              PERFORM 9949-RECORD-CONTROL-HASH
           END-IF.

      * LISTS EVERY ISSUED CHECK ON THE REGISTER BELONGING TO THE
      * REVERSED PAY DATE AND A REVERSED EMPLOYEE OF THIS COMPANY
      * (A BLANK COMPANY ON THE REGISTER IS 01). THE CLERK VOIDS
      * THEM THROUGH CHKMNTAS SO THE REGISTER STAYS THE SYSTEM OF
      * RECORD.
       4000-BUILD-VOID-LIST.
           END-IF.

       4010-CHECK-ONE-REGISTER-ROW.
           IF CHKREG-COMPANY = SPACES
              MOVE WS-DEFAULT-COMPANY-CODE TO CHKREG-COMPANY
           END-IF
           IF CHKREG-PAY-DATE = WS-REVERSAL-PAY-DATE
              AND CHKREG-STATUS = "I"
              AND CHKREG-COMPANY = WS-RUN-COMPANY-CODE
              MOVE "N" TO WS-REV-EMP-FOUND-SW
              PERFORM VARYING WS-REV-EMP-IDX FROM 1 BY 1
                        UNTIL WS-REV-EMP-IDX > WS-REV-EMP-COUNT

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED CONTROL-TOTAL PARAGRAPHS FOR FILES PASSED BETWEEN
      * PROGRAMS. SEE CTLHPARA.CPY.
       COPY CTLHPARA.

      * SHARED COMPANY MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
