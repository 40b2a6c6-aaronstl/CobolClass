       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLUPDTAS.
       AUTHOR.        AARON SEAVERS
      **REMARKS.
      *******************************************************************
      * GL BALANCE UPDATE.
      *
      * APPLIES THE SHOP'S JOURNALS TO THE GL BALANCE MASTER
      * (GLBAL.DAT), ONE ROW PER ACCOUNT PER PERIOD:
      *   - GLJRNL.DAT   GLPOSTAS'S PAYROLL JOURNAL;
      *   - ARJRNL.DAT   ARPOSTAS'S DAILY RECEIVABLES JOURNAL;
      *   - ACCRJRNL.DAT MONENDAS'S WAGE ACCRUAL AND ITS REVERSAL.
      * EACH JOURNAL IS TAKEN A BATCH AT A TIME -- THE LINES SHARING
      * ONE DATE -- AND EACH LINE POSTS TO THE PERIOD OF ITS DATE. A
      * BATCH ALREADY ON THE POSTED-JOURNAL CONTROL FILE
      * (GLPOSTED.DAT) IS SKIPPED, SO THE RUN CAN BE REPEATED AFTER
      * ANY JOURNAL RUN WITHOUT DOUBLE-POSTING. A BATCH WHOSE DEBITS
      * DO NOT EQUAL ITS CREDITS IS LEFT UNPOSTED (RETURN-CODE 4)
      * UNTIL THE JOURNAL IS CORRECTED.
      *
      * A LINE TO AN INCOME ACCOUNT DATED IN A YEAR MONENDAS HAS
      * ALREADY ROLLED TO RETAINED EARNINGS (THE DECEMBER ACCRUAL,
      * ALWAYS) ALSO POSTS ITS SHARE OF THE ROLL IN THAT YEAR'S
      * CLOSING PERIOD, SO RETAINED EARNINGS STAYS WHOLE.
      *
      * NOTHING IS WRITTEN UNLESS EVERY BATCH TAKEN FITS ON THE
      * BALANCE MASTER (RETURN-CODE 8 OTHERWISE).
      *
      * EACH COMPANY KEEPS ITS OWN GENERAL LEDGER. THE RUN IS FOR THE
      * COMPANY RUNCOMP.DAT NAMES, BY AN OPERATOR AUTHORIZED FOR IT,
      * AND WORKS THAT COMPANY'S JOURNALS, BALANCE MASTER AND
      * POSTED-JOURNAL FILE. COMPANY 01 KEEPS THE FILE NAMES IT HAS
      * ALWAYS HAD; THE CHART AND STATEMENT FORMAT ARE SHARED.
      *******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT GL-JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-PATH
               organization is line sequential
               file status is WS-JOURNAL-STATUS.
             SELECT GL-CHART-FILE
               ASSIGN TO WS-GL-CHART-PATH
               organization is line sequential
               file status is WS-GL-CHART-STATUS.
             COPY GLBSEL.
             COPY GLPJSEL.
             COPY GLFSEL.
             COPY IOERRSEL.
             COPY RUNCTLSEL.
             COPY AUDITSEL.
             COPY COMPSEL.

       DATA DIVISION.
        FILE SECTION.

      * GLPOSTAS'S JOURNAL LAYOUT, SHARED BY ALL THREE JOURNALS.
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-JOURNAL-REC.
       01  GL-JOURNAL-REC.
           05 JRNL-RUN-DATE            PIC 9(08).
           05 JRNL-ACCOUNT             PIC X(08).
           05 JRNL-DEBIT-CREDIT        PIC X(01).
           05 JRNL-AMOUNT              PIC 9(09)V9(02).
           05 JRNL-DESCRIPTION         PIC X(24).
           05 JRNL-COMPANY             PIC X(02).

      * SAME CHART OF ACCOUNTS GLPOSTAS MAPS WITH; ONLY THE
      * RETAINED-EARNINGS ("RETEARN") ROW IS WANTED HERE.
       FD  GL-CHART-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-CHART-REC-IN.
       01  GL-CHART-REC-IN.
           05 CHART-CATEGORY-IN        PIC X(08).
           05 CHART-DEPT-IN            PIC X(04).
           05 CHART-ACCOUNT-IN         PIC X(08).

       COPY GLBFD.
       COPY GLPJFD.
       COPY GLFFD.
       COPY IOERRFD.
       COPY RUNCTLFD.
       COPY AUDITFD.
       COPY COMPFD.

       WORKING-STORAGE SECTION.
       01 WS-GL-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\GLJRNL.DAT".
       01 WS-AR-JOURNAL-PATH       PIC X(40)
           VALUE "C:\Users\Bob\ARJRNL.DAT".
       01 WS-ACCRUAL-JOURNAL-PATH  PIC X(40)
           VALUE "C:\Users\Bob\ACCRJRNL.DAT".
       01 WS-GL-CHART-PATH         PIC X(40)
           VALUE "C:\Users\Bob\GLCHART.DAT".
       01 WS-GL-CHART-STATUS       PIC X(02).
           88 GL-CHART-SUCCESSFUL      VALUE "00".
           88 END-OF-GL-CHART          VALUE "10".

      * THE JOURNAL BEING WORKED -- ONE OF THE THREE ABOVE.
       01 WS-JOURNAL-PATH          PIC X(40).
       01 WS-JOURNAL-NAME          PIC X(20).
       01 WS-JOURNAL-STATUS        PIC X(02).
           88 JOURNAL-SUCCESSFUL       VALUE "00".
           88 END-OF-JOURNAL           VALUE "10".

       01 WS-RETEARN-ACCOUNT       PIC X(08) VALUE "SUSPENSE".

      * THE CURRENT JOURNAL'S BATCHES, ONE PER DATE, AS THE FIRST
      * PASS FINDS THEM. THE ACTION IS "P" POST, "S" SKIP (ALREADY
      * POSTED) OR "R" REFUSED (OUT OF BALANCE).
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 400 TIMES
                               INDEXED BY WS-BATCH-IDX.
              10 WS-BATCH-DATE        PIC 9(08).
              10 WS-BATCH-DEBITS      PIC 9(11)V99.
              10 WS-BATCH-CREDITS     PIC 9(11)V99.
              10 WS-BATCH-LINES       PIC 9(05).
              10 WS-BATCH-BAD-LINES   PIC 9(05).
              10 WS-BATCH-ACTION      PIC X(01).
                  88 BATCH-TO-POST        VALUE "P".
              10 WS-BATCH-ROLLED-SW   PIC X(01).
                  88 BATCH-YEAR-ROLLED    VALUE "Y".
       01 WS-BATCH-COUNT           PIC 9(03) VALUE 0.
       01 WS-BATCH-FOUND-SW        PIC X(01).
           88 BATCH-FOUND              VALUE "Y".
       01 WS-BATCH-OVERFLOW-SW     PIC X(01) VALUE "N".
           88 BATCH-TABLE-OVERFLOWED   VALUE "Y".

      * BATCHES POSTED THIS RUN, RECORDED ON THE CONTROL FILE ONLY
      * ONCE THE BALANCE MASTER HAS BEEN WRITTEN.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 1200 TIMES
                               INDEXED BY WS-DONE-IDX.
              10 WS-DONE-JOURNAL      PIC X(20).
              10 WS-DONE-DATE         PIC 9(08).
              10 WS-DONE-DEBITS       PIC 9(11)V99.
              10 WS-DONE-LINES        PIC 9(05).
       01 WS-DONE-COUNT            PIC 9(04) VALUE 0.

       01 WS-LINE-DATE             PIC 9(08).
       01 WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05 WS-LINE-PERIOD           PIC 9(06).
           05 FILLER                   PIC 9(02).
       01 WS-CLOSING-PERIOD        PIC 9(06).
       01 WS-CLOSING-PERIOD-PARTS REDEFINES WS-CLOSING-PERIOD.
           05 WS-CLOSING-YEAR          PIC 9(04).
           05 WS-CLOSING-PP            PIC 9(02).
       01 WS-ROLL-SIDE             PIC X(01).

       01 WS-LINES-READ            PIC 9(06) VALUE 0.
       01 WS-LINES-POSTED          PIC 9(06) VALUE 0.
       01 WS-BATCHES-POSTED        PIC 9(04) VALUE 0.
       01 WS-BATCHES-SKIPPED       PIC 9(04) VALUE 0.
       01 WS-BATCHES-REFUSED       PIC 9(04) VALUE 0.
       01 WS-DEBITS-POSTED         PIC 9(11)V99 VALUE 0.
       01 WS-RUN-FAILED-SW         PIC X(01) VALUE "N".
           88 RUN-FAILED               VALUE "Y".

      * SHARED SHOP-WIDE DOLLAR-DISPLAY PICTURE. SEE MONEYEDIT.CPY.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-DEBITS-EDIT.
       COPY MONEYEDIT REPLACING MONEY-EDIT-NAME BY WS-CREDITS-EDIT.

       COPY GLBWS.
       COPY GLPJWS.
       COPY GLFWS.
       COPY IOERRWS.
       COPY RUNCTLWS.
       COPY AUDITWS.
       COPY SIGNONWS.
       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY "GLUPDTAS GL BALANCE UPDATE"
           PERFORM 9930-OPERATOR-SIGNON
           MOVE WS-OPERATOR-ID TO WS-IOERR-OPERATOR-ID
           MOVE "GLUPDTAS" TO WS-IOERR-PROGRAM-ID
           PERFORM 1000-INITIALIZE
           MOVE "GL-JOURNAL-FILE"   TO WS-JOURNAL-NAME
           MOVE WS-GL-JOURNAL-PATH  TO WS-JOURNAL-PATH
           PERFORM 2000-POST-ONE-JOURNAL THRU 2000-EXIT
           MOVE "AR-JOURNAL-FILE"   TO WS-JOURNAL-NAME
           MOVE WS-AR-JOURNAL-PATH  TO WS-JOURNAL-PATH
           PERFORM 2000-POST-ONE-JOURNAL THRU 2000-EXIT
           MOVE "ACCRUAL-JOURNAL-FILE" TO WS-JOURNAL-NAME
           MOVE WS-ACCRUAL-JOURNAL-PATH TO WS-JOURNAL-PATH
           PERFORM 2000-POST-ONE-JOURNAL THRU 2000-EXIT
           IF RUN-FAILED
              DISPLAY "GLUPDTAS: BALANCE MASTER FULL AT 5000 ROWS -- "
                      "NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 3000-WRITE-RESULTS
           END-IF
           DISPLAY "BATCHES POSTED " WS-BATCHES-POSTED
                   "  ALREADY POSTED " WS-BATCHES-SKIPPED
                   "  REFUSED " WS-BATCHES-REFUSED
           DISPLAY "END GLUPDTAS"
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-RESOLVE-RUN-CONTROL-PATHS
           PERFORM 1015-SET-COMPANY-PATHS
           PERFORM 1020-LOAD-RETEARN-ACCOUNT
           PERFORM 9990-LOAD-STMT-FORMAT
           IF GLF-TABLE-FULL
              DISPLAY "GLUPDTAS: STATEMENT FORMAT FILE OVER 200 "
                      "LINES -- NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 9965-LOAD-GL-BALANCES
           IF GLB-TABLE-FULL
              DISPLAY "GLUPDTAS: BALANCE MASTER FULL AT 5000 ROWS -- "
                      "NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * OVERRIDES EACH COMPILED-IN DEFAULT PATH WITH WHATEVER
      * RUNCTL.DAT HAS ON FILE FOR GLUPDTAS, IF ANYTHING.
       1010-RESOLVE-RUN-CONTROL-PATHS.
           MOVE "GLUPDTAS" TO WS-RUNCTL-PROGRAM-ID
           MOVE "GL-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-JOURNAL-PATH
           MOVE "AR-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-AR-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-AR-JOURNAL-PATH
           MOVE "ACCRUAL-JOURNAL-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-ACCRUAL-JOURNAL-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-ACCRUAL-JOURNAL-PATH
           MOVE "GL-CHART-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-CHART-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-CHART-PATH
           MOVE "GL-BALANCE-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-BALANCE-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-BALANCE-PATH
           MOVE "GL-POSTED-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-POSTED-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-POSTED-PATH
           MOVE "GL-FORMAT-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-GL-FORMAT-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-GL-FORMAT-PATH
           MOVE "COMPANY-MASTER-FILE" TO WS-RUNCTL-LOGICAL-NAME
           MOVE WS-COMPANY-MASTER-PATH TO WS-RUNCTL-RESULT-PATH
           PERFORM 9920-LOOKUP-RUNCTL-PATH
           MOVE WS-RUNCTL-RESULT-PATH TO WS-COMPANY-MASTER-PATH.

       1015-SET-COMPANY-PATHS.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-SIGNON-CHECK-COMPANY
           PERFORM 9935-CHECK-OPERATOR-COMPANY
           IF RUN-COMPANY-REFUSED OR NOT OPERATOR-COMPANY-OK
              DISPLAY "GLUPDTAS: NOT AUTHORIZED FOR COMPANY "
                      WS-RUN-COMPANY-CODE " -- NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-GL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-JOURNAL-PATH
           MOVE WS-AR-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-AR-JOURNAL-PATH
           MOVE WS-ACCRUAL-JOURNAL-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-ACCRUAL-JOURNAL-PATH
           MOVE WS-GL-BALANCE-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-BALANCE-PATH
           MOVE WS-GL-POSTED-PATH TO WS-COMPANY-FILE-PATH
           PERFORM 1016-BUILD-ONE-PATH
           MOVE WS-COMPANY-FILE-PATH TO WS-GL-POSTED-PATH
           DISPLAY "COMPANY " WS-RUN-COMPANY-CODE " "
                   WS-RUN-COMPANY-NAME.

       1016-BUILD-ONE-PATH.
           PERFORM 9936-BUILD-COMPANY-PATH
           IF COMPANY-PATH-TOO-LONG
              DISPLAY "GLUPDTAS: NOTHING POSTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * THE COMPANY-WIDE (BLANK DEPARTMENT) "RETEARN" ROW. WITHOUT
      * ONE, A LATE ROLL POSTS TO SUSPENSE, AS AN UNMAPPED CATEGORY
      * DOES IN GLPOSTAS.
       1020-LOAD-RETEARN-ACCOUNT.
           OPEN INPUT GL-CHART-FILE
           IF GL-CHART-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-CHART
                 READ GL-CHART-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CHART-CATEGORY-IN = "RETEARN"
                       AND CHART-DEPT-IN = SPACES
                       MOVE CHART-ACCOUNT-IN TO WS-RETEARN-ACCOUNT
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-CHART-FILE
           END-IF.

      * TWO PASSES OVER THE JOURNAL: THE FIRST FOOTS EACH DATE'S
      * BATCH AND DECIDES WHETHER IT POSTS, THE SECOND POSTS THE
      * LINES OF THE BATCHES THAT DO. A MISSING JOURNAL HAS NOTHING
      * TO POST.
       2000-POST-ONE-JOURNAL.
           MOVE 0 TO WS-BATCH-COUNT
           MOVE "N" TO WS-BATCH-OVERFLOW-SW
           OPEN INPUT GL-JOURNAL-FILE
           IF NOT JOURNAL-SUCCESSFUL
              GO TO 2000-EXIT
           END-IF
           PERFORM UNTIL END-OF-JOURNAL
              READ GL-JOURNAL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 2010-FOOT-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           IF BATCH-TABLE-OVERFLOWED
              DISPLAY "GLUPDTAS: " WS-JOURNAL-NAME
                      " HOLDS MORE THAN 400 DATES -- NOT POSTED"
              MOVE 4 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF
           PERFORM 2100-DECIDE-ONE-BATCH
                   VARYING WS-BATCH-IDX FROM 1 BY 1
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
           OPEN INPUT GL-JOURNAL-FILE
           PERFORM UNTIL END-OF-JOURNAL OR RUN-FAILED
              READ GL-JOURNAL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM 2200-APPLY-ONE-LINE
              END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE.
       2000-EXIT.
           EXIT.

       2010-FOOT-ONE-LINE.
           ADD 1 TO WS-LINES-READ
           PERFORM 2020-FIND-BATCH
           IF NOT BATCH-FOUND
              IF WS-BATCH-COUNT = 400
                 MOVE "Y" TO WS-BATCH-OVERFLOW-SW
              ELSE
                 ADD 1 TO WS-BATCH-COUNT
                 SET WS-BATCH-IDX TO WS-BATCH-COUNT
                 MOVE JRNL-RUN-DATE TO WS-BATCH-DATE(WS-BATCH-IDX)
                 MOVE 0 TO WS-BATCH-DEBITS(WS-BATCH-IDX)
                 MOVE 0 TO WS-BATCH-CREDITS(WS-BATCH-IDX)
                 MOVE 0 TO WS-BATCH-LINES(WS-BATCH-IDX)
                 MOVE 0 TO WS-BATCH-BAD-LINES(WS-BATCH-IDX)
                 MOVE "P" TO WS-BATCH-ACTION(WS-BATCH-IDX)
                 MOVE "N" TO WS-BATCH-ROLLED-SW(WS-BATCH-IDX)
                 MOVE "Y" TO WS-BATCH-FOUND-SW
              END-IF
           END-IF
           IF BATCH-FOUND
              ADD 1 TO WS-BATCH-LINES(WS-BATCH-IDX)
              EVALUATE TRUE
                 WHEN JRNL-AMOUNT IS NOT NUMERIC
                    ADD 1 TO WS-BATCH-BAD-LINES(WS-BATCH-IDX)
                 WHEN JRNL-DEBIT-CREDIT = "D"
                    ADD JRNL-AMOUNT TO WS-BATCH-DEBITS(WS-BATCH-IDX)
                 WHEN JRNL-DEBIT-CREDIT = "C"
                    ADD JRNL-AMOUNT TO WS-BATCH-CREDITS(WS-BATCH-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-BATCH-BAD-LINES(WS-BATCH-IDX)
              END-EVALUATE
           END-IF.

      * LEAVES WS-BATCH-IDX ON THE BATCH FOR JRNL-RUN-DATE.
       2020-FIND-BATCH.
           MOVE "N" TO WS-BATCH-FOUND-SW
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                     UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                        OR BATCH-FOUND
              IF WS-BATCH-DATE(WS-BATCH-IDX) = JRNL-RUN-DATE
                 MOVE "Y" TO WS-BATCH-FOUND-SW
              END-IF
           END-PERFORM
           IF BATCH-FOUND
              SET WS-BATCH-IDX DOWN BY 1
           END-IF.

       2100-DECIDE-ONE-BATCH.
           MOVE WS-BATCH-DEBITS(WS-BATCH-IDX)  TO WS-DEBITS-EDIT
           MOVE WS-BATCH-CREDITS(WS-BATCH-IDX) TO WS-CREDITS-EDIT
           IF WS-BATCH-BAD-LINES(WS-BATCH-IDX) > 0
              OR WS-BATCH-DEBITS(WS-BATCH-IDX)
                 NOT = WS-BATCH-CREDITS(WS-BATCH-IDX)
              MOVE "R" TO WS-BATCH-ACTION(WS-BATCH-IDX)
              ADD 1 TO WS-BATCHES-REFUSED
              MOVE 4 TO RETURN-CODE
              DISPLAY "GLUPDTAS: " WS-JOURNAL-NAME " "
                      WS-BATCH-DATE(WS-BATCH-IDX)
                      " OUT OF BALANCE -- NOT POSTED"
              DISPLAY "  DEBITS " WS-DEBITS-EDIT
                      "  CREDITS " WS-CREDITS-EDIT
                      "  BAD LINES " WS-BATCH-BAD-LINES(WS-BATCH-IDX)
           ELSE
              MOVE WS-JOURNAL-NAME TO WS-GLPJ-CHECK-JOURNAL
              MOVE WS-BATCH-DATE(WS-BATCH-IDX) TO WS-GLPJ-CHECK-DATE
              MOVE WS-BATCH-DEBITS(WS-BATCH-IDX)
                TO WS-GLPJ-CHECK-DEBITS
              PERFORM 9968-CHECK-JOURNAL-POSTED
              IF GLPJ-ALREADY-POSTED
                 MOVE "S" TO WS-BATCH-ACTION(WS-BATCH-IDX)
                 ADD 1 TO WS-BATCHES-SKIPPED
              ELSE
                 PERFORM 2110-CHECK-YEAR-ROLLED
                 PERFORM 2120-NOTE-BATCH-DONE
                 DISPLAY WS-JOURNAL-NAME " "
                         WS-BATCH-DATE(WS-BATCH-IDX)
                         "  DEBITS " WS-DEBITS-EDIT
                         "  CREDITS " WS-CREDITS-EDIT
              END-IF
           END-IF.

      * MONENDAS RECORDS ITS YEAR-END ROLL ON THE CONTROL FILE AS
      * "YEAR-END-CLOSE" DATED DECEMBER 31.
       2110-CHECK-YEAR-ROLLED.
           MOVE "YEAR-END-CLOSE" TO WS-GLPJ-CHECK-JOURNAL
           MOVE WS-BATCH-DATE(WS-BATCH-IDX) TO WS-LINE-DATE
           MOVE WS-LINE-PERIOD TO WS-CLOSING-PERIOD
           MOVE 12 TO WS-CLOSING-PP
           COMPUTE WS-GLPJ-CHECK-DATE = WS-CLOSING-PERIOD * 100 + 31
           MOVE 0 TO WS-GLPJ-CHECK-DEBITS
           PERFORM 9968-CHECK-JOURNAL-POSTED
           IF GLPJ-ALREADY-POSTED
              MOVE "Y" TO WS-BATCH-ROLLED-SW(WS-BATCH-IDX)
           END-IF.

       2120-NOTE-BATCH-DONE.
           ADD 1 TO WS-BATCHES-POSTED
           ADD WS-BATCH-DEBITS(WS-BATCH-IDX) TO WS-DEBITS-POSTED
           ADD 1 TO WS-DONE-COUNT
           SET WS-DONE-IDX TO WS-DONE-COUNT
           MOVE WS-JOURNAL-NAME TO WS-DONE-JOURNAL(WS-DONE-IDX)
           MOVE WS-BATCH-DATE(WS-BATCH-IDX)
             TO WS-DONE-DATE(WS-DONE-IDX)
           MOVE WS-BATCH-DEBITS(WS-BATCH-IDX)
             TO WS-DONE-DEBITS(WS-DONE-IDX)
           MOVE WS-BATCH-LINES(WS-BATCH-IDX)
             TO WS-DONE-LINES(WS-DONE-IDX).

       2200-APPLY-ONE-LINE.
           PERFORM 2020-FIND-BATCH
           IF BATCH-FOUND
              IF BATCH-TO-POST(WS-BATCH-IDX)
                 AND JRNL-AMOUNT > 0
                 MOVE JRNL-RUN-DATE     TO WS-LINE-DATE
                 MOVE JRNL-ACCOUNT      TO WS-GLB-POST-ACCOUNT
                 MOVE WS-LINE-PERIOD    TO WS-GLB-POST-PERIOD
                 MOVE JRNL-DEBIT-CREDIT TO WS-GLB-POST-SIDE
                 MOVE JRNL-AMOUNT       TO WS-GLB-POST-AMOUNT
                 PERFORM 2210-POST-AMOUNT
                 ADD 1 TO WS-LINES-POSTED
                 IF BATCH-YEAR-ROLLED(WS-BATCH-IDX)
                    PERFORM 2220-POST-LATE-ROLL
                 END-IF
              END-IF
           END-IF.

       2210-POST-AMOUNT.
           PERFORM 9967-POST-GL-AMOUNT
           IF GLB-POST-REFUSED
              MOVE "Y" TO WS-RUN-FAILED-SW
           END-IF.

      * THE YEAR IS ALREADY ROLLED, SO AN INCOME LINE ALSO TAKES ITS
      * AMOUNT BACK OUT OF THE ACCOUNT IN THE CLOSING PERIOD AND
      * CARRIES IT TO RETAINED EARNINGS ON THE SAME SIDE.
       2220-POST-LATE-ROLL.
           MOVE JRNL-ACCOUNT TO WS-GLF-CHECK-ACCOUNT
           PERFORM 9991-CHECK-INCOME-ACCOUNT
           IF GLF-INCOME-ACCOUNT
              MOVE WS-LINE-PERIOD TO WS-CLOSING-PERIOD
              MOVE 13 TO WS-CLOSING-PP
              IF JRNL-DEBIT-CREDIT = "D"
                 MOVE "C" TO WS-ROLL-SIDE
              ELSE
                 MOVE "D" TO WS-ROLL-SIDE
              END-IF
              MOVE JRNL-ACCOUNT      TO WS-GLB-POST-ACCOUNT
              MOVE WS-CLOSING-PERIOD TO WS-GLB-POST-PERIOD
              MOVE WS-ROLL-SIDE      TO WS-GLB-POST-SIDE
              MOVE JRNL-AMOUNT       TO WS-GLB-POST-AMOUNT
              PERFORM 2210-POST-AMOUNT
              MOVE WS-RETEARN-ACCOUNT TO WS-GLB-POST-ACCOUNT
              MOVE JRNL-DEBIT-CREDIT TO WS-GLB-POST-SIDE
              PERFORM 2210-POST-AMOUNT
           END-IF.

      * THE BALANCE MASTER FIRST, THEN THE CONTROL ROWS -- A BATCH IS
      * NEVER MARKED POSTED UNLESS ITS LINES ARE ON THE MASTER.
       3000-WRITE-RESULTS.
           IF WS-DONE-COUNT > 0
              PERFORM 9966-WRITE-GL-BALANCES
              PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                        UNTIL WS-DONE-IDX > WS-DONE-COUNT
                 MOVE WS-DONE-JOURNAL(WS-DONE-IDX)
                   TO WS-GLPJ-CHECK-JOURNAL
                 MOVE WS-DONE-DATE(WS-DONE-IDX)
                   TO WS-GLPJ-CHECK-DATE
                 MOVE WS-DONE-DEBITS(WS-DONE-IDX)
                   TO WS-GLPJ-CHECK-DEBITS
                 MOVE WS-DONE-LINES(WS-DONE-IDX)
                   TO WS-GLPJ-CHECK-LINES
                 PERFORM 9969-RECORD-JOURNAL-POSTED
              END-PERFORM
           END-IF
           MOVE "GLUPDTAS"       TO WS-AUDIT-PROGRAM-ID
           MOVE WS-LINES-READ    TO WS-AUDIT-RECORDS-READ
           MOVE WS-LINES-POSTED  TO WS-AUDIT-RECORDS-WRITTEN
           MOVE WS-DEBITS-POSTED TO WS-AUDIT-KEY-TOTAL
           PERFORM 9910-WRITE-AUDIT-RECORD.

      * SHARED GL BALANCE MASTER PARAGRAPHS. SEE GLBPARA.CPY.
       COPY GLBPARA.

      * SHARED POSTED-JOURNAL CONTROL PARAGRAPHS. SEE GLPJPARA.CPY.
       COPY GLPJPARA.

      * SHARED STATEMENT FORMAT PARAGRAPHS. SEE GLFPARA.CPY.
       COPY GLFPARA.

      * SHARED SHOP-WIDE I/O ERROR LOG PARAGRAPH. SEE IOERRPARA.CPY.
       COPY IOERRPARA.

       COPY RUNCTLPARA.

       COPY AUDITPARA.

      * SHARED OPERATOR SIGN-ON PARAGRAPH. SEE SIGNONPARA.CPY.
       COPY SIGNONPARA.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
