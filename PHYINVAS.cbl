       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHYINVAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * PHYSICAL INVENTORY COUNT AND VARIANCE POSTING.
      *
      * THE STOCK MASTER'S ON-HAND FOOTAGE HAD NEVER BEEN CHECKED
      * AGAINST THE RACKS, AND EVERY ALLOCATION AND SCRAP POSTING
      * SINCE HAS DRIFTED FROM THEM. THIS SCREEN RUNS A COUNT FROM
      * START TO FINISH:
      *   F - STARTS A COUNT: FREEZES EVERY MATERIAL'S BOOK FOOTAGE
      *       AND STANDARD COST ON INVCOUNT.DAT AND PRINTS THE COUNT
      *       SHEETS (INVSHEET.rpt) IN MATERIAL-CODE ORDER. THE
      *       SHEETS DO NOT SHOW THE BOOK FIGURE, SO THE COUNTERS
      *       COUNT WHAT IS THERE. FROM HERE UNTIL THE COUNT IS
      *       POSTED MATSTKAS REFUSES TO RUN AN ALLOCATION PASS.
      *   E - KEYS THE COUNTED FOOTAGE FROM THE SHEETS, ONE
      *       MATERIAL AT A TIME. A MATERIAL MAY BE RE-KEYED UNTIL
      *       THE COUNT IS SUBMITTED.
      *   V - PRINTS THE VARIANCE REPORT (INVVAR.rpt): BOOK AGAINST
      *       COUNT IN FOOTAGE AND IN DOLLARS AT STANDARD COST.
      *   S - SUBMITS A FULLY COUNTED COUNT FOR SUPERVISOR APPROVAL,
      *       QUEUED ON APPRQUEUE.DAT AS AN "INVCOUNT" REQUEST FOR A
      *       SECOND OPERATOR TO APPROVE IN APPROVAS. A REJECTED
      *       COUNT COMES BACK OPEN FOR RE-KEYING AND RESUBMISSION.
      *   P - POSTS AN APPROVED COUNT: EACH MATERIAL'S VARIANCE
      *       (COUNT LESS FROZEN BOOK) IS APPLIED TO ITS CURRENT
      *       ON-HAND, SO RECEIPTS AND SCRAP POSTED WHILE THE COUNT
      *       WAS OUT STAND, WITH A ROW ON STKADJ.LOG FOR EVERY
      *       ADJUSTMENT. THE APPROVAL IS CONSUMED AND THE COUNT
      *       CLOSED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT MATL-STOCK-FILE
               ASSIGN TO WS-MATL-STOCK-PATH
               organization is line sequential
               file status is WS-MATL-STOCK-STATUS.
             SELECT COUNT-SHEET-REPORT
               ASSIGN TO WS-COUNT-SHEET-PATH
               organization is line sequential
               file status is WS-COUNT-SHEET-STATUS.
             SELECT VARIANCE-REPORT
               ASSIGN TO WS-VARIANCE-REPORT-PATH
               organization is line sequential
               file status is WS-VARIANCE-REPORT-STATUS.
             SELECT STOCK-ADJ-LOG
               ASSIGN TO WS-STOCK-ADJ-PATH
               organization is line sequential
               file status is WS-STOCK-ADJ-STATUS.
             COPY INVCSEL.
             COPY APPRSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.

       DATA DIVISION.
        FILE SECTION.

      * SAME STOCK MASTER MATSTKAS MAINTAINS.
       FD  MATL-STOCK-FILE
           RECORDING MODE IS F
           DATA RECORD IS MATL-STOCK-REC.
       01  MATL-STOCK-REC.
           05 MSTK-MATL-CODE           PIC X(06).
           05 MSTK-ON-HAND             PIC 9(09)V99.
           05 MSTK-ON-ORDER            PIC 9(09)V99.
           05 MSTK-REORDER-POINT       PIC 9(09)V99.
           05 MSTK-REORDER-QTY         PIC 9(09)V99.
           05 MSTK-STD-COST            PIC 9(03)V9(04).
           05 MSTK-LEAD-DAYS           PIC 9(03).

       FD  COUNT-SHEET-REPORT
           RECORDING MODE IS F
           DATA RECORD IS COUNT-SHEET-RECORD.
       01  COUNT-SHEET-RECORD          PIC X(80).

       FD  VARIANCE-REPORT
           RECORDING MODE IS F
           DATA RECORD IS VARIANCE-RECORD.
       01  VARIANCE-RECORD             PIC X(132).

      * ONE ROW PER POSTED ADJUSTMENT: THE MATERIAL, ON-HAND BEFORE
      * AND AFTER, THE VARIANCE IN FOOTAGE AND DOLLARS, THE COUNT
      * AND APPROVAL IT CAME FROM, AND WHO APPROVED AND POSTED IT.
       FD  STOCK-ADJ-LOG
           RECORDING MODE IS F
           DATA RECORD IS STOCK-ADJ-REC.
       01  STOCK-ADJ-REC               PIC X(120).

       COPY INVCFD.
       COPY APPRFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-MATL-STOCK-PATH       PIC X(40)
           VALUE "C:\Users\bob\MATLSTOCK.DAT".
       01 WS-MATL-STOCK-STATUS     PIC X(02).
           88 MATL-STOCK-SUCCESSFUL    VALUE "00".
           88 END-OF-MATL-STOCK        VALUE "10".
       01 WS-COUNT-SHEET-PATH      PIC X(40)
           VALUE "C:\Users\bob\INVSHEET.rpt".
       01 WS-COUNT-SHEET-STATUS    PIC X(02).
           88 GOOD-COUNT-SHEET-WRITE   VALUE "00".
       01 WS-VARIANCE-REPORT-PATH  PIC X(40)
           VALUE "C:\Users\bob\INVVAR.rpt".
       01 WS-VARIANCE-REPORT-STATUS PIC X(02).
           88 GOOD-VARIANCE-WRITE      VALUE "00".
       01 WS-STOCK-ADJ-PATH        PIC X(40)
           VALUE "C:\Users\bob\STKADJ.LOG".
       01 WS-STOCK-ADJ-STATUS      PIC X(02).
           88 STOCK-ADJ-SUCCESSFUL     VALUE "00".

      * THE WHOLE STOCK MASTER HELD IN MEMORY, AS IN MATSTKAS.
       01 WS-STOCK-TABLE.
           05 WS-STOCK-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-STOCK-IDX.
              10 WS-STK-MATL            PIC X(06).
              10 WS-STK-ON-HAND         PIC 9(09)V99.
              10 WS-STK-ON-ORDER        PIC 9(09)V99.
              10 WS-STK-REORDER-POINT   PIC 9(09)V99.
              10 WS-STK-REORDER-QTY     PIC 9(09)V99.
              10 WS-STK-STD-COST        PIC 9(03)V9(04).
              10 WS-STK-LEAD-DAYS       PIC 9(03).
       01 WS-STOCK-COUNT           PIC 9(02) VALUE 0.
       01 WS-STOCK-FOUND-SW        PIC X(01) VALUE "N".
           88 STOCK-FOUND              VALUE "Y".
       01 WS-STOCK-CHANGED-SW      PIC X(01) VALUE "N".
           88 STOCK-CHANGED            VALUE "Y".

      * THE COUNT IN HAND, ONE ROW PER MATERIAL, IN MATERIAL-CODE
      * ORDER ONCE FROZEN.
       01 WS-COUNT-TABLE.
           05 WS-COUNT-ENTRY OCCURS 50 TIMES
                              INDEXED BY WS-COUNT-IDX.
              10 WS-CNT-MATL            PIC X(06).
              10 WS-CNT-BOOK-QTY        PIC 9(09)V99.
              10 WS-CNT-COUNT-QTY       PIC 9(09)V99.
              10 WS-CNT-COUNTED-SW      PIC X(01).
                  88 WS-CNT-COUNTED         VALUE "Y".
              10 WS-CNT-STD-COST        PIC 9(03)V9(04).
              10 WS-CNT-COUNTED-BY      PIC X(08).
       01 WS-COUNT-ROWS            PIC 9(02) VALUE 0.
       01 WS-COUNT-HOLD            PIC X(44).
       01 WS-COUNT-SUB             PIC 9(02).
       01 WS-COUNT-FOUND-SW        PIC X(01) VALUE "N".
           88 COUNT-ROW-FOUND          VALUE "Y".
       01 WS-FREEZE-DATE           PIC 9(08) VALUE 0.
       01 WS-COUNT-APPR-ID         PIC 9(06) VALUE 0.
      * STATE OF THE COUNT ON FILE -- SEE INVCFD.CPY. SPACE MEANS
      * NO COUNT HAS EVER BEEN TAKEN.
       01 WS-COUNT-STATE           PIC X(01) VALUE SPACE.
           88 COUNT-IS-OPEN            VALUE "O".
           88 COUNT-IS-SUBMITTED       VALUE "S".
           88 COUNT-IS-POSTED          VALUE "P".
           88 NO-COUNT-IN-PROGRESS     VALUES "P" " ".
       01 WS-COUNT-CHANGED-SW      PIC X(01) VALUE "N".
           88 COUNT-CHANGED            VALUE "Y".

      * THE WHOLE APPROVAL QUEUE, HELD RAW SO THE CONSUMED ENTRY
      * CAN BE MARKED AND THE QUEUE PUT BACK, AS RATEUPAS DOES.
       01 WS-APPRQ-TABLE.
           05 WS-APPRQ-ROW OCCURS 200 TIMES PIC X(117).
       01 WS-APPRQ-COUNT           PIC 9(03) VALUE 0.
       01 WS-APPRQ-SUB             PIC 9(03).
       01 WS-APPROVED-SUB          PIC 9(03) VALUE 0.
       01 WS-NEXT-APPR-ID          PIC 9(06) VALUE 1.
       01 WS-APPRQ-FULL-SW         PIC X(01) VALUE "N".
           88 APPRQ-TABLE-FULL         VALUE "Y".
       01 WS-COUNT-APPROVAL-SW     PIC X(01) VALUE "N".
           88 COUNT-APPROVED           VALUE "A".
           88 COUNT-PENDING            VALUE "P".
           88 COUNT-REJECTED           VALUE "R".
       01 WS-APPROVER-ID           PIC X(08) VALUE SPACES.
       01 WS-APPR-KEY-WORK         PIC X(40).
       01 WS-APPR-REASON-WORK      PIC X(30).

       01 WS-MENU-CHOICE           PIC X(01).
       01 WS-QUIT-SW               PIC X(01) VALUE "N".
           88 CLERK-DONE               VALUE "Y".
       01 WS-ENTRY-DONE-SW         PIC X(01) VALUE "N".
           88 ENTRY-DONE               VALUE "Y".
       01 WS-CONFIRM-SW            PIC X(01).
           88 ENTRY-CONFIRMED          VALUES "Y" "y".
       01 WS-MATL-CODE-IN          PIC X(06).
       01 WS-QTY-IN                PIC X(09).
       01 WS-QTY-NUM REDEFINES WS-QTY-IN PIC 9(07)V99.
       01 WS-TODAY-DATE            PIC 9(08).
       01 WS-NOW-TIME              PIC 9(08).

      * FIGURES FOR ONE MATERIAL AND FOR THE WHOLE COUNT.
       01 WS-VARIANCE-QTY          PIC S9(09)V99.
       01 WS-VARIANCE-VALUE        PIC S9(09)V99.
       01 WS-NEW-ON-HAND           PIC S9(10)V99.
       01 WS-BEFORE-ON-HAND        PIC 9(09)V99.
       01 WS-NET-VALUE             PIC S9(09)V99 VALUE 0.
       01 WS-SHRINK-VALUE          PIC S9(09)V99 VALUE 0.
       01 WS-OVERAGE-VALUE         PIC S9(09)V99 VALUE 0.
       01 WS-BOOK-VALUE            PIC 9(09)V99 VALUE 0.
       01 WS-UNCOUNTED             PIC 9(02) VALUE 0.
       01 WS-COUNTS-KEYED          PIC 9(03) VALUE 0.
       01 WS-ADJUSTMENTS-POSTED    PIC 9(03) VALUE 0.
       01 WS-EDIT-QTY              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-COUNT            PIC Z9.
      * A VARIANCE MAY GO EITHER WAY, SO ITS DOLLARS CARRY A SIGN.
       01 WS-EDIT-MONEY            PIC $$$,$$$,$$9.99-.

       01  SHEET-HDG-LINE.
           05 FILLER                 PIC X(40)
             VALUE "PHYSICAL INVENTORY COUNT SHEET".
           05 FILLER                 PIC X(12)
             VALUE "BOOK FROZEN ".
           05 SHEET-HDG-DATE         PIC 9(08).
           05 FILLER                 PIC X(20) VALUE SPACES.

       01  SHEET-COL-LINE.
           05 FILLER                 PIC X(80) VALUE
             "MATL      COUNTED SQ FT       COUNTED BY    CHECKED BY".

       01  SHEET-DETAIL-LINE.
           05 SHEET-DTL-MATL         PIC X(06).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(16)
             VALUE "_______________".
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 FILLER                 PIC X(14)
             VALUE "__________".
           05 FILLER                 PIC X(36)
             VALUE "__________".

       01  SHEET-BLANK-LINE          PIC X(80) VALUE SPACES.

       01  VAR-HDG-LINE.
           05 FILLER                 PIC X(34)
             VALUE "PHYSICAL INVENTORY VARIANCE, BOOK ".
           05 FILLER                 PIC X(07) VALUE "FROZEN ".
           05 VAR-HDG-DATE           PIC 9(08).
           05 FILLER                 PIC X(10) VALUE "  STATUS: ".
           05 VAR-HDG-STATE          PIC X(24).
           05 FILLER                 PIC X(49) VALUE SPACES.

       01  VAR-COL-LINE.
           05 FILLER                 PIC X(44) VALUE
             "MATL       BOOK SQ FT    COUNTED SQ FT   VAR".
           05 FILLER                 PIC X(49) VALUE
             "IANCE SQ FT  STD COST     VARIANCE $   COUNTED BY".
           05 FILLER                 PIC X(39) VALUE SPACES.

       01  VAR-DETAIL-LINE.
           05 VAR-DTL-MATL           PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAR-DTL-BOOK           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 VAR-DTL-COUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAR-DTL-VARIANCE       PIC ----,---,--9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAR-DTL-COST           PIC ZZ9.9999.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 VAR-DTL-VALUE          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 VAR-DTL-COUNTED-BY     PIC X(12).
           05 FILLER                 PIC X(37) VALUE SPACES.

       01  VAR-TOTAL-LINE.
           05 VAR-TOT-LABEL          PIC X(40).
           05 VAR-TOT-VALUE          PIC $$$,$$$,$$9.99-.
           05 FILLER                 PIC X(77) VALUE SPACES.

       01  VAR-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  STOCK-ADJ-LINE.
           05 ADJ-ACTION             PIC X(04) VALUE "CNTA".
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-POSTED-BY          PIC X(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-DATE               PIC 9(08).
           05 ADJ-TIME               PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-MATL               PIC X(06).
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-BEFORE             PIC 9(09).99.
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-AFTER              PIC 9(09).99.
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-VARIANCE           PIC -9(09).99.
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-VALUE              PIC -9(09).99.
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-FREEZE-DATE        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-APPR-ID            PIC 9(06).
           05 FILLER                 PIC X(01) VALUE ",".
           05 ADJ-APPROVED-BY        PIC X(08).
           05 FILLER                 PIC X(03) VALUE SPACES.

       COPY INVCWS.
       COPY APPRWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "PHYINVAS PHYSICAL INVENTORY COUNT"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "PHYINVAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-STOCK-MASTER
           IF NOT CLERK-DONE
              PERFORM 1200-LOAD-COUNT
              PERFORM 1300-LOAD-APPROVAL-QUEUE
              PERFORM 1400-SHOW-COUNT-STATE
           END-IF
           PERFORM UNTIL CLERK-DONE
              PERFORM 2000-PROMPT-CLERK
           END-PERFORM
           IF COUNT-CHANGED
              PERFORM 3100-REWRITE-COUNT
           END-IF
           IF STOCK-CHANGED
              PERFORM 3000-REWRITE-STOCK-MASTER
              DISPLAY "PHYINVAS: STOCK MASTER UPDATED"
           END-IF
           MOVE "PHYINVAS" TO WS-AUDIT-PROGRAM-ID
           MOVE WS-COUNTS-KEYED TO WS-AUDIT-RECORDS-READ
           MOVE WS-ADJUSTMENTS-POSTED TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-NET-VALUE TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD
           DISPLAY "COUNTS KEYED:         " WS-COUNTS-KEYED
           DISPLAY "ADJUSTMENTS POSTED:   " WS-ADJUSTMENTS-POSTED
           DISPLAY "END PHYINVAS"
           GOBACK.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR PHYINVAS. THE STOCK MASTER ENTRY
      * SHOULD MATCH MATSTKAS'S, AND THE COUNT FILE ENTRY MATSTKAS'S
      * "INV-COUNT-FILE".
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "PHYINVAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "MATL-STOCK-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-MATL-STOCK-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-MATL-STOCK-PATH
           MOVE "INV-COUNT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-INV-COUNT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-INV-COUNT-PATH
           MOVE "COUNT-SHEET-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COUNT-SHEET-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COUNT-SHEET-PATH
           MOVE "VARIANCE-REPORT" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-VARIANCE-REPORT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-VARIANCE-REPORT-PATH
           MOVE "STOCK-ADJ-LOG" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-STOCK-ADJ-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-STOCK-ADJ-PATH.

      * THE MASTER IS PUT BACK WHOLE AFTER A POSTING, SO IF IT DID
      * NOT FIT NOTHING MAY BE DONE.
       1100-LOAD-STOCK-MASTER.
           OPEN INPUT MATL-STOCK-FILE
           IF MATL-STOCK-SUCCESSFUL
              PERFORM UNTIL END-OF-MATL-STOCK
                       OR WS-STOCK-COUNT = 50
                 READ MATL-STOCK-FILE INTO MATL-STOCK-REC
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-STOCK-COUNT
                    SET WS-STOCK-IDX TO WS-STOCK-COUNT
                    MOVE MSTK-MATL-CODE
                      TO WS-STK-MATL(WS-STOCK-IDX)
                    MOVE MSTK-ON-HAND
                      TO WS-STK-ON-HAND(WS-STOCK-IDX)
                    MOVE MSTK-ON-ORDER
                      TO WS-STK-ON-ORDER(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-POINT
                      TO WS-STK-REORDER-POINT(WS-STOCK-IDX)
                    MOVE MSTK-REORDER-QTY
                      TO WS-STK-REORDER-QTY(WS-STOCK-IDX)
                    IF MSTK-STD-COST IS NUMERIC
                       MOVE MSTK-STD-COST
                         TO WS-STK-STD-COST(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-STD-COST(WS-STOCK-IDX)
                    END-IF
                    IF MSTK-LEAD-DAYS IS NUMERIC
                       MOVE MSTK-LEAD-DAYS
                         TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    ELSE
                       MOVE ZEROES TO WS-STK-LEAD-DAYS(WS-STOCK-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A MASTER THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-MATL-STOCK
                 READ MATL-STOCK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "PHYINVAS: STOCK TABLE FULL AT 50 -- "
                            "COUNT REFUSED, A REWRITE WOULD DROP THE "
                            "UNLOADED MATERIALS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE MATL-STOCK-FILE
              DISPLAY "MATERIALS ON STOCK MASTER: " WS-STOCK-COUNT
           ELSE
              DISPLAY "PHYINVAS: NO STOCK MASTER -- SET MATERIALS UP "
                      "IN MATSTKAS FIRST"
              MOVE "Y" TO WS-QUIT-SW
           END-IF.

      * THE COUNT ON FILE, IF ANY -- THE OPEN ONE, OR THE LAST ONE
      * POSTED.
       1200-LOAD-COUNT.
           OPEN INPUT INV-COUNT-FILE
           IF INV-COUNT-SUCCESSFUL
              PERFORM UNTIL END-OF-INV-COUNT
                       OR WS-COUNT-ROWS = 50
                 READ INV-COUNT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-COUNT-ROWS
                    SET WS-COUNT-IDX TO WS-COUNT-ROWS
                    MOVE ICNT-MATL-CODE TO WS-CNT-MATL(WS-COUNT-IDX)
                    MOVE ICNT-BOOK-QTY
                      TO WS-CNT-BOOK-QTY(WS-COUNT-IDX)
                    MOVE ICNT-COUNT-QTY
                      TO WS-CNT-COUNT-QTY(WS-COUNT-IDX)
                    MOVE ICNT-COUNTED-SW
                      TO WS-CNT-COUNTED-SW(WS-COUNT-IDX)
                    MOVE ICNT-STD-COST
                      TO WS-CNT-STD-COST(WS-COUNT-IDX)
                    MOVE ICNT-COUNTED-BY
                      TO WS-CNT-COUNTED-BY(WS-COUNT-IDX)
                    MOVE ICNT-FREEZE-DATE TO WS-FREEZE-DATE
                    MOVE ICNT-STATUS TO WS-COUNT-STATE
                    MOVE ICNT-APPR-ID TO WS-COUNT-APPR-ID
                 END-READ
              END-PERFORM
              CLOSE INV-COUNT-FILE
           END-IF.

      * THE APPROVAL QUEUE, FOR THE NEXT REQUEST ID AND THE
      * DECISION ON A SUBMITTED COUNT. ONLY THE LATEST DECISION ON
      * THE COUNT'S REQUEST ID MATTERS.
       1300-LOAD-APPROVAL-QUEUE.
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
                    IF APPR-ACTION-IN = "INVCOUNT"
                       AND COUNT-IS-SUBMITTED
                       AND APPR-ID-IN = WS-COUNT-APPR-ID
                       MOVE APPR-STATUS-IN TO WS-COUNT-APPROVAL-SW
                       MOVE APPR-REVIEWER-IN TO WS-APPROVER-ID
                       MOVE WS-APPRQ-COUNT TO WS-APPROVED-SUB
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED. SUBMITTING OR POSTING WRITES
      * THE QUEUE, SO BOTH ARE REFUSED RATHER THAN DROP THE ROWS
      * PAST THE CAP.
              IF NOT END-OF-APPR-FILE
                 READ APPROVAL-QUEUE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-APPRQ-FULL-SW
                    DISPLAY "PHYINVAS: APPROVAL QUEUE TABLE FULL AT "
                            "200 -- SUBMIT AND POST REFUSED, CLEAR "
                            "DECIDED ENTRIES THROUGH APPROVAS FIRST"
                 END-READ
              END-IF
              CLOSE APPROVAL-QUEUE-FILE
           END-IF.

      * TELLS THE CLERK WHERE THE COUNT STANDS. A REJECTED COUNT
      * GOES BACK TO OPEN SO IT CAN BE CORRECTED AND SUBMITTED
      * AGAIN UNDER A NEW REQUEST.
       1400-SHOW-COUNT-STATE.
           EVALUATE TRUE
              WHEN COUNT-IS-OPEN
                 DISPLAY "COUNT OPEN -- BOOK FROZEN " WS-FREEZE-DATE
              WHEN COUNT-IS-SUBMITTED AND COUNT-APPROVED
                 DISPLAY "COUNT FROZEN " WS-FREEZE-DATE
                         " APPROVED BY " WS-APPROVER-ID
                         " -- USE P TO POST IT"
              WHEN COUNT-IS-SUBMITTED AND COUNT-REJECTED
                 DISPLAY "COUNT FROZEN " WS-FREEZE-DATE
                         " WAS REJECTED BY " WS-APPROVER-ID
                 DISPLAY "IT IS OPEN AGAIN -- CORRECT THE COUNTS "
                         "AND SUBMIT IT AGAIN"
                 MOVE "O" TO WS-COUNT-STATE
                 MOVE ZEROES TO WS-COUNT-APPR-ID
                 MOVE "Y" TO WS-COUNT-CHANGED-SW
              WHEN COUNT-IS-SUBMITTED
                 DISPLAY "COUNT FROZEN " WS-FREEZE-DATE
                         " IS AWAITING APPROVAL AS REQUEST "
                         WS-COUNT-APPR-ID
              WHEN COUNT-IS-POSTED
                 DISPLAY "NO COUNT OPEN -- LAST COUNT FROZEN "
                         WS-FREEZE-DATE " WAS POSTED"
              WHEN OTHER
                 DISPLAY "NO COUNT OPEN"
           END-EVALUATE.

       2000-PROMPT-CLERK.
           DISPLAY " "
           DISPLAY "F - FREEZE BOOK AND PRINT COUNT SHEETS"
           DISPLAY "E - ENTER COUNTED FOOTAGE"
           DISPLAY "V - PRINT THE VARIANCE REPORT"
           DISPLAY "S - SUBMIT THE COUNT FOR APPROVAL"
           DISPLAY "P - POST THE APPROVED ADJUSTMENTS"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "F" OR WS-MENU-CHOICE = "f"
                 PERFORM 2100-FREEZE-BOOK
              WHEN WS-MENU-CHOICE = "E" OR WS-MENU-CHOICE = "e"
                 PERFORM 2200-ENTER-COUNTS
              WHEN WS-MENU-CHOICE = "V" OR WS-MENU-CHOICE = "v"
                 PERFORM 2300-VARIANCE-REPORT
              WHEN WS-MENU-CHOICE = "S" OR WS-MENU-CHOICE = "s"
                 PERFORM 2400-SUBMIT-COUNT
              WHEN WS-MENU-CHOICE = "P" OR WS-MENU-CHOICE = "p"
                 PERFORM 2500-POST-ADJUSTMENTS
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * A NEW COUNT REPLACES THE LAST POSTED ONE ON FILE. THE COUNT
      * FILE IS WRITTEN AT ONCE SO MATSTKAS SEES THE COUNT OPEN
      * BEFORE THE SHEETS REACH THE FLOOR.
       2100-FREEZE-BOOK.
           IF NOT NO-COUNT-IN-PROGRESS
              DISPLAY "A COUNT FROZEN " WS-FREEZE-DATE
                      " IS STILL OPEN -- POST IT FIRST."
           ELSE
              DISPLAY "FREEZE BOOK FOR " WS-STOCK-COUNT
                      " MATERIALS AND START A COUNT? (Y/N): "
              ACCEPT WS-CONFIRM-SW
              IF ENTRY-CONFIRMED
                 MOVE WS-STOCK-COUNT TO WS-COUNT-ROWS
                 PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                           UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                    SET WS-COUNT-IDX TO WS-STOCK-IDX
                    MOVE WS-STK-MATL(WS-STOCK-IDX)
                      TO WS-CNT-MATL(WS-COUNT-IDX)
                    MOVE WS-STK-ON-HAND(WS-STOCK-IDX)
                      TO WS-CNT-BOOK-QTY(WS-COUNT-IDX)
                    MOVE ZEROES TO WS-CNT-COUNT-QTY(WS-COUNT-IDX)
                    MOVE "N" TO WS-CNT-COUNTED-SW(WS-COUNT-IDX)
                    MOVE WS-STK-STD-COST(WS-STOCK-IDX)
                      TO WS-CNT-STD-COST(WS-COUNT-IDX)
                    MOVE SPACES TO WS-CNT-COUNTED-BY(WS-COUNT-IDX)
                 END-PERFORM
                 PERFORM 2110-SORT-COUNT-ROWS
                 MOVE WS-TODAY-DATE TO WS-FREEZE-DATE
                 MOVE "O" TO WS-COUNT-STATE
                 MOVE ZEROES TO WS-COUNT-APPR-ID
                 PERFORM 3100-REWRITE-COUNT
                 PERFORM 2120-PRINT-COUNT-SHEETS
                 DISPLAY "COUNT STARTED -- SHEETS WRITTEN TO "
                         WS-COUNT-SHEET-PATH
              ELSE
                 DISPLAY "NO COUNT STARTED."
              END-IF
           END-IF.

      * PUTS THE COUNT ROWS IN MATERIAL-CODE ORDER FOR THE SHEETS.
       2110-SORT-COUNT-ROWS.
           PERFORM VARYING WS-COUNT-SUB FROM 1 BY 1
                     UNTIL WS-COUNT-SUB >= WS-COUNT-ROWS
              PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                        UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
                                            - WS-COUNT-SUB
                 IF WS-CNT-MATL(WS-COUNT-IDX) >
                    WS-CNT-MATL(WS-COUNT-IDX + 1)
                    MOVE WS-COUNT-ENTRY(WS-COUNT-IDX)
                      TO WS-COUNT-HOLD
                    MOVE WS-COUNT-ENTRY(WS-COUNT-IDX + 1)
                      TO WS-COUNT-ENTRY(WS-COUNT-IDX)
                    MOVE WS-COUNT-HOLD
                      TO WS-COUNT-ENTRY(WS-COUNT-IDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       2120-PRINT-COUNT-SHEETS.
           OPEN OUTPUT COUNT-SHEET-REPORT
           MOVE WS-FREEZE-DATE TO SHEET-HDG-DATE
           WRITE COUNT-SHEET-RECORD FROM SHEET-HDG-LINE
           WRITE COUNT-SHEET-RECORD FROM SHEET-BLANK-LINE
           WRITE COUNT-SHEET-RECORD FROM SHEET-COL-LINE
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                     UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
              MOVE WS-CNT-MATL(WS-COUNT-IDX) TO SHEET-DTL-MATL
              WRITE COUNT-SHEET-RECORD FROM SHEET-BLANK-LINE
              WRITE COUNT-SHEET-RECORD FROM SHEET-DETAIL-LINE
           END-PERFORM
           CLOSE COUNT-SHEET-REPORT.

      * ONE MATERIAL AT A TIME UNTIL A BLANK CODE. RE-KEYING A
      * MATERIAL REPLACES ITS COUNT.
       2200-ENTER-COUNTS.
           IF NOT COUNT-IS-OPEN
              DISPLAY "NO COUNT OPEN FOR ENTRY."
           ELSE
              MOVE "N" TO WS-ENTRY-DONE-SW
              PERFORM UNTIL ENTRY-DONE
                 PERFORM 2210-ENTER-ONE-COUNT
              END-PERFORM
           END-IF.

       2210-ENTER-ONE-COUNT.
           DISPLAY " "
           DISPLAY "MATERIAL CODE (6, BLANK TO END): "
           MOVE SPACES TO WS-MATL-CODE-IN
           ACCEPT WS-MATL-CODE-IN
           IF WS-MATL-CODE-IN = SPACES
              MOVE "Y" TO WS-ENTRY-DONE-SW
           ELSE
              PERFORM 2010-FIND-COUNT-ROW
              IF NOT COUNT-ROW-FOUND
                 DISPLAY "MATERIAL " WS-MATL-CODE-IN
                         " IS NOT ON THIS COUNT."
              ELSE
                 IF WS-CNT-COUNTED(WS-COUNT-IDX)
                    MOVE WS-CNT-COUNT-QTY(WS-COUNT-IDX)
                      TO WS-EDIT-QTY
                    DISPLAY "ALREADY COUNTED AT " WS-EDIT-QTY
                            " BY " WS-CNT-COUNTED-BY(WS-COUNT-IDX)
                 END-IF
                 DISPLAY "COUNTED FOOTAGE (9 DIGITS, 000123450 = "
                         "1234.50): "
                 ACCEPT WS-QTY-IN
                 IF WS-QTY-IN IS NOT NUMERIC
                    DISPLAY "FOOTAGE MUST BE NUMERIC -- NOT RECORDED."
                 ELSE
                    MOVE WS-QTY-NUM TO WS-CNT-COUNT-QTY(WS-COUNT-IDX)
                    MOVE "Y" TO WS-CNT-COUNTED-SW(WS-COUNT-IDX)
                    MOVE WS-OPERATOR-ID
                      TO WS-CNT-COUNTED-BY(WS-COUNT-IDX)
                    MOVE "Y" TO WS-COUNT-CHANGED-SW
                    ADD 1 TO WS-COUNTS-KEYED
                    DISPLAY "COUNT RECORDED."
                 END-IF
              END-IF
           END-IF.

      * FINDS THE ENTERED MATERIAL ON THE COUNT. LEAVES
      * WS-COUNT-IDX ON THE MATCH.
       2010-FIND-COUNT-ROW.
           MOVE "N" TO WS-COUNT-FOUND-SW
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                     UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
                        OR COUNT-ROW-FOUND
              IF WS-CNT-MATL(WS-COUNT-IDX) = WS-MATL-CODE-IN
                 MOVE "Y" TO WS-COUNT-FOUND-SW
              END-IF
           END-PERFORM
           IF COUNT-ROW-FOUND
              SET WS-COUNT-IDX DOWN BY 1
           END-IF.

      * BOOK AGAINST COUNT FOR EVERY MATERIAL ON THE COUNT. AN
      * UNCOUNTED MATERIAL SHOWS NO VARIANCE AND IS MARKED.
       2300-VARIANCE-REPORT.
           IF WS-COUNT-ROWS = 0
              DISPLAY "NO COUNT ON FILE."
           ELSE
              PERFORM 2310-FIGURE-VARIANCES
              DISPLAY "VARIANCE REPORT WRITTEN TO "
                      WS-VARIANCE-REPORT-PATH
              MOVE WS-NET-VALUE TO WS-EDIT-MONEY
              DISPLAY "NET VARIANCE AT STANDARD COST: " WS-EDIT-MONEY
              IF WS-UNCOUNTED > 0
                 MOVE WS-UNCOUNTED TO WS-EDIT-COUNT
                 DISPLAY WS-EDIT-COUNT " MATERIAL(S) NOT YET COUNTED"
              END-IF
           END-IF.

       2310-FIGURE-VARIANCES.
           MOVE 0 TO WS-NET-VALUE WS-SHRINK-VALUE WS-OVERAGE-VALUE
                     WS-BOOK-VALUE WS-UNCOUNTED
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-FREEZE-DATE TO VAR-HDG-DATE
           EVALUATE TRUE
              WHEN COUNT-IS-OPEN
                 MOVE "OPEN" TO VAR-HDG-STATE
              WHEN COUNT-IS-SUBMITTED
                 MOVE "SUBMITTED FOR APPROVAL" TO VAR-HDG-STATE
              WHEN OTHER
                 MOVE "POSTED" TO VAR-HDG-STATE
           END-EVALUATE
           WRITE VARIANCE-RECORD FROM VAR-HDG-LINE
           WRITE VARIANCE-RECORD FROM VAR-BLANK-LINE
           WRITE VARIANCE-RECORD FROM VAR-COL-LINE
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                     UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
              PERFORM 2320-FIGURE-ONE-VARIANCE
              MOVE WS-CNT-MATL(WS-COUNT-IDX) TO VAR-DTL-MATL
              MOVE WS-CNT-BOOK-QTY(WS-COUNT-IDX) TO VAR-DTL-BOOK
              MOVE WS-CNT-COUNT-QTY(WS-COUNT-IDX) TO VAR-DTL-COUNT
              MOVE WS-VARIANCE-QTY TO VAR-DTL-VARIANCE
              MOVE WS-CNT-STD-COST(WS-COUNT-IDX) TO VAR-DTL-COST
              MOVE WS-VARIANCE-VALUE TO VAR-DTL-VALUE
              IF WS-CNT-COUNTED(WS-COUNT-IDX)
                 MOVE WS-CNT-COUNTED-BY(WS-COUNT-IDX)
                   TO VAR-DTL-COUNTED-BY
              ELSE
                 MOVE "NOT COUNTED" TO VAR-DTL-COUNTED-BY
              END-IF
              WRITE VARIANCE-RECORD FROM VAR-DETAIL-LINE
           END-PERFORM
           WRITE VARIANCE-RECORD FROM VAR-BLANK-LINE
           MOVE "BOOK VALUE AT STANDARD COST:" TO VAR-TOT-LABEL
           MOVE WS-BOOK-VALUE TO VAR-TOT-VALUE
           WRITE VARIANCE-RECORD FROM VAR-TOTAL-LINE
           MOVE "SHRINKAGE (COUNT UNDER BOOK):" TO VAR-TOT-LABEL
           MOVE WS-SHRINK-VALUE TO VAR-TOT-VALUE
           WRITE VARIANCE-RECORD FROM VAR-TOTAL-LINE
           MOVE "OVERAGE (COUNT OVER BOOK):" TO VAR-TOT-LABEL
           MOVE WS-OVERAGE-VALUE TO VAR-TOT-VALUE
           WRITE VARIANCE-RECORD FROM VAR-TOTAL-LINE
           MOVE "NET VARIANCE:" TO VAR-TOT-LABEL
           MOVE WS-NET-VALUE TO VAR-TOT-VALUE
           WRITE VARIANCE-RECORD FROM VAR-TOTAL-LINE
           CLOSE VARIANCE-REPORT.

      * ONE MATERIAL'S VARIANCE, COUNT LESS BOOK, IN FOOTAGE AND AT
      * THE STANDARD COST FROZEN WITH IT. ADDS TO THE COUNT TOTALS.
       2320-FIGURE-ONE-VARIANCE.
           IF WS-CNT-COUNTED(WS-COUNT-IDX)
              COMPUTE WS-VARIANCE-QTY =
                      WS-CNT-COUNT-QTY(WS-COUNT-IDX)
                    - WS-CNT-BOOK-QTY(WS-COUNT-IDX)
           ELSE
              MOVE 0 TO WS-VARIANCE-QTY
              ADD 1 TO WS-UNCOUNTED
           END-IF
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
                   WS-VARIANCE-QTY * WS-CNT-STD-COST(WS-COUNT-IDX)
           COMPUTE WS-BOOK-VALUE ROUNDED = WS-BOOK-VALUE
                 + WS-CNT-BOOK-QTY(WS-COUNT-IDX)
                 * WS-CNT-STD-COST(WS-COUNT-IDX)
           ADD WS-VARIANCE-VALUE TO WS-NET-VALUE
           IF WS-VARIANCE-VALUE < 0
              ADD WS-VARIANCE-VALUE TO WS-SHRINK-VALUE
           ELSE
              ADD WS-VARIANCE-VALUE TO WS-OVERAGE-VALUE
           END-IF.

      * EVERY MATERIAL MUST BE COUNTED BEFORE THE COUNT GOES TO THE
      * SUPERVISOR. THE VARIANCE REPORT IS PRINTED FRESH FOR THEM,
      * AND THE REQUEST CARRIES THE FREEZE DATE AND NET VARIANCE.
       2400-SUBMIT-COUNT.
           EVALUATE TRUE
              WHEN NOT COUNT-IS-OPEN
                 DISPLAY "NO OPEN COUNT TO SUBMIT."
              WHEN APPRQ-TABLE-FULL
                 DISPLAY "APPROVAL QUEUE IS FULL -- NOT SUBMITTED."
              WHEN OTHER
                 PERFORM 2310-FIGURE-VARIANCES
                 IF WS-UNCOUNTED > 0
                    MOVE WS-UNCOUNTED TO WS-EDIT-COUNT
                    DISPLAY WS-EDIT-COUNT " MATERIAL(S) NOT YET "
                            "COUNTED -- SEE " WS-VARIANCE-REPORT-PATH
                    DISPLAY "COUNT NOT SUBMITTED."
                 ELSE
                    MOVE WS-NET-VALUE TO WS-EDIT-MONEY
                    DISPLAY "NET VARIANCE " WS-EDIT-MONEY
                            " -- SUBMIT FOR APPROVAL? (Y/N): "
                    ACCEPT WS-CONFIRM-SW
                    IF ENTRY-CONFIRMED
                       PERFORM 2410-QUEUE-APPROVAL-REQUEST
                    ELSE
                       DISPLAY "COUNT NOT SUBMITTED."
                    END-IF
                 END-IF
           END-EVALUATE.

       2410-QUEUE-APPROVAL-REQUEST.
           MOVE SPACES TO WS-APPR-KEY-WORK
           MOVE WS-NET-VALUE TO WS-EDIT-MONEY
           STRING WS-FREEZE-DATE " COUNT NET "
                  WS-EDIT-MONEY
                  DELIMITED BY SIZE INTO WS-APPR-KEY-WORK
           MOVE WS-COUNT-ROWS TO WS-EDIT-COUNT
           MOVE SPACES TO WS-APPR-REASON-WORK
           STRING "STOCK COUNT ADJUSTMENT, " WS-EDIT-COUNT " MATLS"
                  DELIMITED BY SIZE INTO WS-APPR-REASON-WORK
           OPEN EXTEND APPROVAL-QUEUE-FILE
           IF NOT APPR-FILE-SUCCESSFUL
              OPEN OUTPUT APPROVAL-QUEUE-FILE
           END-IF
           MOVE WS-NEXT-APPR-ID       TO APPR-ID-IN
           MOVE "INVCOUNT"            TO APPR-ACTION-IN
           MOVE WS-APPR-KEY-WORK      TO APPR-KEY-IN
           MOVE WS-OPERATOR-ID        TO APPR-REQUESTOR-IN
           MOVE WS-APPR-REASON-WORK   TO APPR-REASON-IN
           MOVE "P"                   TO APPR-STATUS-IN
           MOVE SPACES                TO APPR-REVIEWER-IN
           MOVE WS-TODAY-DATE         TO APPR-REQ-DATE-IN
           MOVE ZEROES                TO APPR-DECIDED-DATE-IN
           WRITE APPR-QUEUE-REC
           IF NOT APPR-FILE-SUCCESSFUL
              MOVE "APPROVAL-QUEUE-FILE" TO WS-IOERR-FILE-NAME
              MOVE WS-APPR-FILE-STATUS   TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
              DISPLAY "COUNT NOT SUBMITTED -- QUEUE WRITE FAILED."
           ELSE
              MOVE WS-NEXT-APPR-ID TO WS-COUNT-APPR-ID
              MOVE "S" TO WS-COUNT-STATE
              MOVE "P" TO WS-COUNT-APPROVAL-SW
              MOVE "Y" TO WS-COUNT-CHANGED-SW
              ADD 1 TO WS-APPRQ-COUNT
              MOVE APPR-QUEUE-REC TO WS-APPRQ-ROW(WS-APPRQ-COUNT)
              ADD 1 TO WS-NEXT-APPR-ID
              DISPLAY "COUNT QUEUED AS REQUEST " WS-COUNT-APPR-ID
                      " -- AWAITING SUPERVISOR APPROVAL IN APPROVAS"
           END-IF
           CLOSE APPROVAL-QUEUE-FILE.

      *****************************************************************
      * APPROVED COUNT: ADJUST THE MASTER, LOG EACH ADJUSTMENT,
      * CONSUME THE APPROVAL AND CLOSE THE COUNT.
      *****************************************************************
       2500-POST-ADJUSTMENTS.
           EVALUATE TRUE
              WHEN NOT COUNT-IS-SUBMITTED
                 DISPLAY "NO SUBMITTED COUNT TO POST."
              WHEN COUNT-PENDING
                 DISPLAY "REQUEST " WS-COUNT-APPR-ID
                         " IS STILL AWAITING APPROVAL."
              WHEN NOT COUNT-APPROVED
                 DISPLAY "REQUEST " WS-COUNT-APPR-ID
                         " IS NOT APPROVED -- NOTHING POSTED."
              WHEN APPRQ-TABLE-FULL
                 DISPLAY "APPROVAL QUEUE IS FULL -- NOT POSTED."
              WHEN OTHER
                 PERFORM 2510-APPLY-COUNT
           END-EVALUATE.

       2510-APPLY-COUNT.
           MOVE 0 TO WS-NET-VALUE
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND STOCK-ADJ-LOG
           IF NOT STOCK-ADJ-SUCCESSFUL
              OPEN OUTPUT STOCK-ADJ-LOG
           END-IF
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                     UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
              PERFORM 2520-APPLY-ONE-MATERIAL
           END-PERFORM
           CLOSE STOCK-ADJ-LOG
           MOVE "P" TO WS-COUNT-STATE
           MOVE "Y" TO WS-COUNT-CHANGED-SW
           PERFORM 3200-CONSUME-APPROVAL
           PERFORM 2310-FIGURE-VARIANCES
           MOVE WS-NET-VALUE TO WS-EDIT-MONEY
           DISPLAY "COUNT POSTED -- " WS-ADJUSTMENTS-POSTED
                   " ADJUSTMENT(S), NET " WS-EDIT-MONEY.

      * THE VARIANCE IS APPLIED TO TODAY'S ON-HAND, NOT SET OVER IT,
      * SO MOVEMENT SINCE THE FREEZE STANDS. ON-HAND NEVER GOES
      * BELOW ZERO. A MATERIAL DROPPED FROM THE MASTER SINCE THE
      * FREEZE IS SKIPPED.
       2520-APPLY-ONE-MATERIAL.
           PERFORM 2320-FIGURE-ONE-VARIANCE
           IF WS-VARIANCE-QTY NOT = 0
              MOVE WS-CNT-MATL(WS-COUNT-IDX) TO WS-MATL-CODE-IN
              PERFORM 2530-FIND-STOCK-ROW
              IF NOT STOCK-FOUND
                 DISPLAY "MATERIAL " WS-MATL-CODE-IN
                         " NO LONGER ON STOCK MASTER -- NOT ADJUSTED"
              ELSE
                 MOVE WS-STK-ON-HAND(WS-STOCK-IDX) TO WS-BEFORE-ON-HAND
                 COMPUTE WS-NEW-ON-HAND =
                         WS-STK-ON-HAND(WS-STOCK-IDX) + WS-VARIANCE-QTY
                 IF WS-NEW-ON-HAND < 0
                    DISPLAY "MATERIAL " WS-MATL-CODE-IN
                            " WOULD GO NEGATIVE -- SET TO ZERO"
                    MOVE 0 TO WS-NEW-ON-HAND
                 END-IF
                 MOVE WS-NEW-ON-HAND TO WS-STK-ON-HAND(WS-STOCK-IDX)
                 MOVE "Y" TO WS-STOCK-CHANGED-SW
                 ADD 1 TO WS-ADJUSTMENTS-POSTED
                 PERFORM 2540-LOG-ADJUSTMENT
              END-IF
           END-IF.

       2530-FIND-STOCK-ROW.
           MOVE "N" TO WS-STOCK-FOUND-SW
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                     UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
                        OR STOCK-FOUND
              IF WS-STK-MATL(WS-STOCK-IDX) = WS-MATL-CODE-IN
                 MOVE "Y" TO WS-STOCK-FOUND-SW
              END-IF
           END-PERFORM
           IF STOCK-FOUND
              SET WS-STOCK-IDX DOWN BY 1
           END-IF.

       2540-LOG-ADJUSTMENT.
           MOVE WS-OPERATOR-ID TO ADJ-POSTED-BY
           MOVE WS-TODAY-DATE TO ADJ-DATE
           MOVE WS-NOW-TIME TO ADJ-TIME
           MOVE WS-CNT-MATL(WS-COUNT-IDX) TO ADJ-MATL
           MOVE WS-BEFORE-ON-HAND TO ADJ-BEFORE
           MOVE WS-STK-ON-HAND(WS-STOCK-IDX) TO ADJ-AFTER
           MOVE WS-VARIANCE-QTY TO ADJ-VARIANCE
           MOVE WS-VARIANCE-VALUE TO ADJ-VALUE
           MOVE WS-FREEZE-DATE TO ADJ-FREEZE-DATE
           MOVE WS-COUNT-APPR-ID TO ADJ-APPR-ID
           MOVE WS-APPROVER-ID TO ADJ-APPROVED-BY
           WRITE STOCK-ADJ-REC FROM STOCK-ADJ-LINE
           IF NOT STOCK-ADJ-SUCCESSFUL
              MOVE "STOCK-ADJ-LOG" TO WS-IOERR-FILE-NAME
              MOVE WS-STOCK-ADJ-STATUS TO WS-IOERR-FILE-STATUS
              PERFORM 9900-LOG-IO-ERROR
           END-IF.

       3000-REWRITE-STOCK-MASTER.
           OPEN OUTPUT MATL-STOCK-FILE
           PERFORM VARYING WS-STOCK-IDX FROM 1 BY 1
                     UNTIL WS-STOCK-IDX > WS-STOCK-COUNT
              MOVE WS-STK-MATL(WS-STOCK-IDX) TO MSTK-MATL-CODE
              MOVE WS-STK-ON-HAND(WS-STOCK-IDX) TO MSTK-ON-HAND
              MOVE WS-STK-ON-ORDER(WS-STOCK-IDX) TO MSTK-ON-ORDER
              MOVE WS-STK-REORDER-POINT(WS-STOCK-IDX)
                TO MSTK-REORDER-POINT
              MOVE WS-STK-REORDER-QTY(WS-STOCK-IDX)
                TO MSTK-REORDER-QTY
              MOVE WS-STK-STD-COST(WS-STOCK-IDX) TO MSTK-STD-COST
              MOVE WS-STK-LEAD-DAYS(WS-STOCK-IDX) TO MSTK-LEAD-DAYS
              WRITE MATL-STOCK-REC
              IF NOT MATL-STOCK-SUCCESSFUL
                 MOVE "MATL-STOCK-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-MATL-STOCK-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE MATL-STOCK-FILE.

      * THE WHOLE COUNT, EVERY ROW UNDER THE COUNT'S CURRENT STATE.
       3100-REWRITE-COUNT.
           OPEN OUTPUT INV-COUNT-FILE
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                     UNTIL WS-COUNT-IDX > WS-COUNT-ROWS
              MOVE WS-CNT-MATL(WS-COUNT-IDX) TO ICNT-MATL-CODE
              MOVE WS-FREEZE-DATE TO ICNT-FREEZE-DATE
              MOVE WS-CNT-BOOK-QTY(WS-COUNT-IDX) TO ICNT-BOOK-QTY
              MOVE WS-CNT-COUNT-QTY(WS-COUNT-IDX) TO ICNT-COUNT-QTY
              MOVE WS-CNT-COUNTED-SW(WS-COUNT-IDX) TO ICNT-COUNTED-SW
              MOVE WS-CNT-STD-COST(WS-COUNT-IDX) TO ICNT-STD-COST
              MOVE WS-COUNT-STATE TO ICNT-STATUS
              MOVE WS-COUNT-APPR-ID TO ICNT-APPR-ID
              MOVE WS-CNT-COUNTED-BY(WS-COUNT-IDX) TO ICNT-COUNTED-BY
              WRITE INV-COUNT-REC
              IF NOT INV-COUNT-SUCCESSFUL
                 MOVE "INV-COUNT-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-INV-COUNT-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE INV-COUNT-FILE
           MOVE "N" TO WS-COUNT-CHANGED-SW.

       3200-CONSUME-APPROVAL.
           MOVE "X" TO WS-APPRQ-ROW(WS-APPROVED-SUB)(93:1)
           OPEN OUTPUT APPROVAL-QUEUE-FILE
           PERFORM VARYING WS-APPRQ-SUB FROM 1 BY 1
                     UNTIL WS-APPRQ-SUB > WS-APPRQ-COUNT
              WRITE APPR-QUEUE-REC
                FROM WS-APPRQ-ROW(WS-APPRQ-SUB)
           END-PERFORM
           CLOSE APPROVAL-QUEUE-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED SHOP-WIDE AUDIT/TRANSACTION LOG PARAGRAPH. SEE
      * AUDITPARA.CPY.
       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
