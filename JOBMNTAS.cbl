       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBMNTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * CONTRACT JOB MASTER MAINTENANCE.
      *
      * THE LABOR-DISTRIBUTION SPLITS HAVE ALWAYS CARRIED A JOB CODE,
      * BUT NOTHING SAID WHAT A JOB WAS OR WHAT WE QUOTED FOR IT.
      * THIS MENU-DRIVEN SCREEN (IN THE STYLE OF DPTMNTAS) KEEPS
      * JOBMAST.DAT, ONE ROW PER CONTRACT JOB: DESCRIPTION, THE
      * CUSTOMER (CHECKED AGAINST THE CUSTOMER MASTER AS IT IS
      * KEYED), THE RUG ORDER THAT DELIVERS THE JOB, AND THE LABOR
      * QUOTED IN HOURS AND DOLLARS. JOBCSTAS REPORTS ACTUAL LABOR
      * AGAINST THE QUOTE AND CLOSES A JOB WHEN ITS ORDER SHIPS; A
      * JOB WITH NO ORDER CAN BE CLOSED BY HAND HERE, AND A CLOSED
      * JOB REOPENED THROUGH A CHANGE. EVERY CHANGE IS WRITTEN AS A
      * BEFORE/AFTER IMAGE, STAMPED WITH THE OPERATOR'S ID AND THE
      * TIME, TO JOBMAINT.LOG.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JOBSEL.

           SELECT CUSTOMER-FILE
             ASSIGN TO WS-CUSTOMER-FILE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
             ASSIGN TO "C:\Users\Bob\JOBMAINT.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAINT-AUDIT-STATUS.

           COPY IOERRSEL.
           COPY RUNCTLSEL.

       DATA DIVISION.
       FILE SECTION.

       COPY JOBFD.

      * SAME CUSTOMER MASTER ORDENTAS CHECKS ORDERS AGAINST.
       FD  CUSTOMER-FILE
           RECORDING MODE IS F
           DATA RECORD IS CUSTOMER-REC.
       01  CUSTOMER-REC.
           05 CUST-ID                PIC X(13).
           05 FILLER                 PIC X(80).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F
           DATA RECORD IS MAINT-AUDIT-REC.
       01  MAINT-AUDIT-REC           PIC X(115).

       COPY IOERRFD.
       COPY RUNCTLFD.

       WORKING-STORAGE SECTION.

       01  WS-CUSTOMER-FILE-PATH     PIC X(40)
           VALUE "C:\Users\Bob\DATDIVCUST.DAT".
       01  WS-CUSTOMER-FILE-STATUS   PIC X(02).
           88 CUSTOMER-FILE-OK           VALUE "00".
           88 END-OF-CUSTOMER-FILE       VALUE "10".
       01  WS-MAINT-AUDIT-STATUS     PIC X(02).
           88 MAINT-AUDIT-OK             VALUE "00".

      * THE JOB MASTER HELD IN MEMORY WHILE THE OPERATOR WORKS,
      * REWRITTEN ON EXIT ONLY IF IT CHANGED.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-JOB-IDX
                            PIC X(75).
       01  WS-JOB-COUNT              PIC 9(03) VALUE 0.
       01  WS-JOB-FOUND-SW           PIC X(01) VALUE "N".
           88 JOB-FOUND                  VALUE "Y".
       01  WS-JOB-CHANGED-SW         PIC X(01) VALUE "N".
           88 JOB-CHANGES-MADE           VALUE "Y".

      * WORK RECORD, SAME SHAPE AS THE FILE.
       01  WS-WORK-JOB.
           05 WRK-JOB-CODE           PIC X(04).
           05 WRK-JOB-DESC           PIC X(30).
           05 WRK-JOB-CUST-NUMBER    PIC X(06).
           05 WRK-JOB-ORDER-NUMBER   PIC X(06).
           05 WRK-JOB-QUOTED-HOURS   PIC 9(07)V99.
           05 WRK-JOB-QUOTED-LABOR   PIC 9(09)V99.
           05 WRK-JOB-STATUS         PIC X(01).
               88 WRK-JOB-STATUS-VALID   VALUES "O" "C".
               88 WRK-JOB-CLOSED         VALUE "C".
           05 WRK-JOB-CLOSED-DATE    PIC 9(08).

       01  WS-BEFORE-IMAGE           PIC X(75).
       01  WS-AFTER-IMAGE            PIC X(75).

       01  WS-MENU-CHOICE            PIC X(01).
       01  WS-QUIT-SW                PIC X(01) VALUE "N".
           88 OPERATOR-DONE              VALUE "Y".
       01  WS-JOB-CODE-IN            PIC X(04).
       01  WS-HOURS-IN               PIC X(09).
       01  WS-HOURS-NUM REDEFINES WS-HOURS-IN
                                     PIC 9(07)V99.
       01  WS-LABOR-IN               PIC X(11).
       01  WS-LABOR-NUM REDEFINES WS-LABOR-IN
                                     PIC 9(09)V99.
       01  WS-VALID-SW               PIC X(01) VALUE "Y".
           88 ENTRY-IS-VALID             VALUE "Y".
       01  WS-CUST-FOUND-SW          PIC X(01) VALUE "N".
           88 CUSTOMER-FOUND             VALUE "Y".
       01  WS-TODAY                  PIC 9(08).
       01  WS-EDIT-HOURS             PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-LABOR             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE          PIC 9(08).
           05 WS-AUDIT-TIME          PIC 9(08).

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
           05 AUD-IMAGE              PIC X(75).
           05 FILLER                 PIC X(04) VALUE SPACES.

       COPY JOBWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY SIGNONWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "JOBMNTAS CONTRACT JOB MASTER MAINTENANCE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "JOBMNTAS" TO WS-IOERR-PROGRAM-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1000-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1100-LOAD-JOB-MASTER
           PERFORM UNTIL OPERATOR-DONE
              PERFORM 2000-PROMPT-OPERATOR
           END-PERFORM
           IF JOB-CHANGES-MADE
              PERFORM 3000-REWRITE-JOB-MASTER
              DISPLAY "JOBMNTAS: JOB MASTER UPDATED"
           ELSE
              DISPLAY "JOBMNTAS: NO CHANGES MADE"
           END-IF
           GOBACK.

      * THE JOB MASTER IS THE SAME FILE JOBCSTAS READS, AND THE
      * CUSTOMER MASTER THE SAME ONE ORDENTAS CHECKS, SO ANY
      * OVERRIDE HERE SHOULD MATCH THEIR OWN ENTRIES.
       1000-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "JOBMNTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "JOB-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-JOB-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-JOB-MASTER-PATH
           MOVE "CUSTOMER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-CUSTOMER-FILE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-CUSTOMER-FILE-PATH.

       1100-LOAD-JOB-MASTER.
           OPEN INPUT JOB-MASTER-FILE
           IF JOB-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-JOB-MASTER
                       OR WS-JOB-COUNT = 300
                 READ JOB-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-JOB-COUNT
                    SET WS-JOB-IDX TO WS-JOB-COUNT
                    MOVE JOB-MASTER-REC-IN
                      TO WS-JOB-ENTRY(WS-JOB-IDX)
                 END-READ
              END-PERFORM
              DISPLAY "JOBS LOADED: " WS-JOB-COUNT
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-JOB-MASTER
                 READ JOB-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    DISPLAY "JOBMNTAS: JOB TABLE FULL AT 300 "
                            "-- MAINTENANCE REFUSED, A REWRITE "
                            "WOULD DROP THE UNLOADED JOBS"
                    MOVE "Y" TO WS-QUIT-SW
                 END-READ
              END-IF
              CLOSE JOB-MASTER-FILE
           ELSE
              DISPLAY "NO JOB MASTER YET -- STARTING EMPTY"
           END-IF.

       2000-PROMPT-OPERATOR.
           DISPLAY " "
           DISPLAY "A - ADD A JOB"
           DISPLAY "C - CHANGE A JOB"
           DISPLAY "K - CLOSE A JOB"
           DISPLAY "L - LIST A JOB"
           DISPLAY "X - EXIT"
           DISPLAY "ENTER SELECTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE TRUE
              WHEN WS-MENU-CHOICE = "A" OR WS-MENU-CHOICE = "a"
                 PERFORM 2100-ADD-JOB
              WHEN WS-MENU-CHOICE = "C" OR WS-MENU-CHOICE = "c"
                 PERFORM 2200-CHANGE-JOB
              WHEN WS-MENU-CHOICE = "K" OR WS-MENU-CHOICE = "k"
                 PERFORM 2300-CLOSE-JOB
              WHEN WS-MENU-CHOICE = "L" OR WS-MENU-CHOICE = "l"
                 PERFORM 2400-LIST-JOB
              WHEN WS-MENU-CHOICE = "X" OR WS-MENU-CHOICE = "x"
                 MOVE "Y" TO WS-QUIT-SW
              WHEN OTHER
                 DISPLAY "INVALID SELECTION, TRY AGAIN."
           END-EVALUATE.

      * FINDS THE ENTERED JOB CODE. LEAVES WS-JOB-IDX ON THE MATCH.
       2010-FIND-JOB.
           DISPLAY "ENTER JOB CODE: "
           ACCEPT WS-JOB-CODE-IN
           PERFORM 2015-SCAN-JOBS.

       2015-SCAN-JOBS.
           MOVE "N" TO WS-JOB-FOUND-SW
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > WS-JOB-COUNT
                        OR JOB-FOUND
              IF WS-JOB-ENTRY(WS-JOB-IDX)(1:4) = WS-JOB-CODE-IN
                 MOVE "Y" TO WS-JOB-FOUND-SW
              END-IF
           END-PERFORM
           IF JOB-FOUND
              SET WS-JOB-IDX DOWN BY 1
           END-IF.

      * PROMPTS EVERY FIELD OF WS-WORK-JOB: A DESCRIPTION AND A
      * CUSTOMER ON THE CUSTOMER MASTER ARE REQUIRED, THE ORDER
      * NUMBER MAY BE LEFT BLANK UNTIL THE ORDER IS WRITTEN, THE
      * QUOTE IS KEYED AS FIXED DIGITS, STATUS O OR C.
       2020-ACCEPT-JOB-FIELDS.
           MOVE "Y" TO WS-VALID-SW
           DISPLAY "DESCRIPTION (30): "
           ACCEPT WRK-JOB-DESC
           IF WRK-JOB-DESC = SPACES
              DISPLAY "  DESCRIPTION IS REQUIRED."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "CUSTOMER NUMBER (6): "
           ACCEPT WRK-JOB-CUST-NUMBER
           PERFORM 2030-CHECK-CUSTOMER THRU 2030-EXIT
           IF NOT CUSTOMER-FOUND
              DISPLAY "  CUSTOMER NOT ON FILE -- CHECK THE NUMBER."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "RUG ORDER NUMBER (6, BLANK IF NOT YET WRITTEN): "
           ACCEPT WRK-JOB-ORDER-NUMBER
           DISPLAY "QUOTED LABOR HOURS (9 DIGITS, 000048000 = 480.00): "
           ACCEPT WS-HOURS-IN
           IF WS-HOURS-IN IS NUMERIC
              MOVE WS-HOURS-NUM TO WRK-JOB-QUOTED-HOURS
           ELSE
              DISPLAY "  HOURS MUST BE 9 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "QUOTED LABOR DOLLARS (11 DIGITS, 00000960000 = "
                   "9600.00): "
           ACCEPT WS-LABOR-IN
           IF WS-LABOR-IN IS NUMERIC
              MOVE WS-LABOR-NUM TO WRK-JOB-QUOTED-LABOR
           ELSE
              DISPLAY "  DOLLARS MUST BE 11 DIGITS."
              MOVE "N" TO WS-VALID-SW
           END-IF
           DISPLAY "STATUS (O=OPEN, C=CLOSED): "
           ACCEPT WRK-JOB-STATUS
           EVALUATE TRUE
              WHEN NOT WRK-JOB-STATUS-VALID
                 DISPLAY "  STATUS MUST BE O OR C."
                 MOVE "N" TO WS-VALID-SW
              WHEN WRK-JOB-CLOSED
                 IF WRK-JOB-CLOSED-DATE IS NOT NUMERIC
                    OR WRK-JOB-CLOSED-DATE = 0
                    MOVE WS-TODAY TO WRK-JOB-CLOSED-DATE
                 END-IF
              WHEN OTHER
                 MOVE ZEROES TO WRK-JOB-CLOSED-DATE
           END-EVALUATE.

      * A LIVE CUSTOMER WHOSE CUST-ID STARTS WITH THE KEYED NUMBER,
      * THE SAME TEST ORDENTAS MAKES.
       2030-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           IF WRK-JOB-CUST-NUMBER = SPACES
              GO TO 2030-EXIT
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-OK
              PERFORM UNTIL END-OF-CUSTOMER-FILE OR CUSTOMER-FOUND
                 READ CUSTOMER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CUST-ID(1:6) = WRK-JOB-CUST-NUMBER
                       AND CUST-ID(1:1) NOT = "#"
                       MOVE "Y" TO WS-CUST-FOUND-SW
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           ELSE
              DISPLAY "NO CUSTOMER FILE ON HAND."
           END-IF.
       2030-EXIT.
           EXIT.

       2100-ADD-JOB.
           DISPLAY "ENTER NEW JOB CODE: "
           ACCEPT WS-JOB-CODE-IN
           PERFORM 2015-SCAN-JOBS
           EVALUATE TRUE
              WHEN WS-JOB-CODE-IN = SPACES
                 DISPLAY "JOB CODE IS REQUIRED -- NOT ADDED."
              WHEN JOB-FOUND
                 DISPLAY "JOB ALREADY ON FILE -- NOT ADDED."
              WHEN WS-JOB-COUNT = 300
                 DISPLAY "JOB TABLE FULL -- NOT ADDED."
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-JOB
                 MOVE ZEROES TO WRK-JOB-CLOSED-DATE
                 MOVE WS-JOB-CODE-IN TO WRK-JOB-CODE
                 PERFORM 2020-ACCEPT-JOB-FIELDS
                 IF ENTRY-IS-VALID
                    ADD 1 TO WS-JOB-COUNT
                    SET WS-JOB-IDX TO WS-JOB-COUNT
                    MOVE WS-WORK-JOB TO WS-JOB-ENTRY(WS-JOB-IDX)
                    MOVE "Y" TO WS-JOB-CHANGED-SW
                    MOVE "ADD " TO AUD-ACTION
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE WS-WORK-JOB TO WS-AFTER-IMAGE
                    PERFORM 2900-WRITE-AUDIT-IMAGES
                    DISPLAY "JOB ADDED."
                 ELSE
                    DISPLAY "JOB NOT ADDED."
                 END-IF
           END-EVALUATE.

       2200-CHANGE-JOB.
           PERFORM 2010-FIND-JOB
           IF JOB-FOUND
              MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO WS-BEFORE-IMAGE
              MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO WS-WORK-JOB
              PERFORM 2020-ACCEPT-JOB-FIELDS
              IF ENTRY-IS-VALID
                 MOVE WS-WORK-JOB TO WS-JOB-ENTRY(WS-JOB-IDX)
                 MOVE "Y" TO WS-JOB-CHANGED-SW
                 MOVE "CHG " TO AUD-ACTION
                 MOVE WS-WORK-JOB TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "JOB CHANGED."
              ELSE
                 DISPLAY "JOB NOT CHANGED."
              END-IF
           ELSE
              DISPLAY "JOB NOT ON FILE."
           END-IF.

      * FOR A JOB THAT WILL NEVER SHIP AN ORDER OF ITS OWN. JOBCSTAS
      * CLOSES THE REST WHEN THEIR ORDERS SHIP.
       2300-CLOSE-JOB.
           PERFORM 2010-FIND-JOB
           IF JOB-FOUND
              MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO WS-WORK-JOB
              IF WRK-JOB-CLOSED
                 DISPLAY "JOB ALREADY CLOSED ON " WRK-JOB-CLOSED-DATE
              ELSE
                 MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO WS-BEFORE-IMAGE
                 MOVE "C" TO WRK-JOB-STATUS
                 MOVE WS-TODAY TO WRK-JOB-CLOSED-DATE
                 MOVE WS-WORK-JOB TO WS-JOB-ENTRY(WS-JOB-IDX)
                 MOVE "Y" TO WS-JOB-CHANGED-SW
                 MOVE "CLOS" TO AUD-ACTION
                 MOVE WS-WORK-JOB TO WS-AFTER-IMAGE
                 PERFORM 2900-WRITE-AUDIT-IMAGES
                 DISPLAY "JOB CLOSED."
              END-IF
           ELSE
              DISPLAY "JOB NOT ON FILE."
           END-IF.

       2400-LIST-JOB.
           PERFORM 2010-FIND-JOB
           IF JOB-FOUND
              MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO WS-WORK-JOB
              MOVE WRK-JOB-QUOTED-HOURS TO WS-EDIT-HOURS
              MOVE WRK-JOB-QUOTED-LABOR TO WS-EDIT-LABOR
              DISPLAY "CODE:          " WRK-JOB-CODE
              DISPLAY "DESCRIPTION:   " WRK-JOB-DESC
              DISPLAY "CUSTOMER:      " WRK-JOB-CUST-NUMBER
              DISPLAY "RUG ORDER:     " WRK-JOB-ORDER-NUMBER
              DISPLAY "QUOTED HOURS:  " WS-EDIT-HOURS
              DISPLAY "QUOTED LABOR:  " WS-EDIT-LABOR
              DISPLAY "STATUS:        " WRK-JOB-STATUS
              IF WRK-JOB-CLOSED
                 DISPLAY "CLOSED ON:     " WRK-JOB-CLOSED-DATE
              END-IF
           ELSE
              DISPLAY "JOB NOT ON FILE."
           END-IF.

      * ONE BEFORE LINE AND ONE AFTER LINE PER CHANGE, STAMPED WITH
      * WHO AND WHEN.
       2900-WRITE-AUDIT-IMAGES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-AUDIT-DATE  TO AUD-DATE
           MOVE WS-AUDIT-TIME  TO AUD-TIME
           OPEN EXTEND MAINT-AUDIT-FILE
           IF NOT MAINT-AUDIT-OK
              OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           MOVE "OLD " TO AUD-IMAGE-TAG
           MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           MOVE "NEW " TO AUD-IMAGE-TAG
           MOVE WS-AFTER-IMAGE TO AUD-IMAGE
           WRITE MAINT-AUDIT-REC FROM MAINT-AUDIT-LINE
           CLOSE MAINT-AUDIT-FILE.

       3000-REWRITE-JOB-MASTER.
           OPEN OUTPUT JOB-MASTER-FILE
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > WS-JOB-COUNT
              MOVE WS-JOB-ENTRY(WS-JOB-IDX) TO JOB-MASTER-REC-IN
              WRITE JOB-MASTER-REC-IN
              IF NOT JOB-MASTER-SUCCESSFUL
                 MOVE "JOB-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-JOB-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE JOB-MASTER-FILE.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.
