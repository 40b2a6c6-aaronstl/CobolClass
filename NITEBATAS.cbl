      *
      * WITH NO SCHEDULE FILE ON HAND THE WINDOW FALLS BACK TO THE
      * LONGSTANDING TWO-STEP SCHEDULE: CALCPYAS THEN MATHSHPS.
      *
      * A SCHEDULE ROW MAY NAME THE COMPANY ITS STEP RUNS FOR, SO THE
      * SAME PROGRAM CAN BE SCHEDULED ONCE PER COMPANY. THE COMPANY
      * IS WRITTEN TO RUNCOMP.DAT BEFORE THE STEP IS CALLED; A BLANK
      * COMPANY MEANS 01. THE COMPANY SELECTED BEFORE THE WINDOW IS
      * PUT BACK WHEN IT ENDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WINDOW-LOG-STATUS.

           COPY COMPSEL.

       DATA DIVISION.
       FILE SECTION.

      * ONE ROW PER STEP, IN RUN ORDER: SEQUENCE, PROGRAM-ID,
      * ENABLED FLAG, ABORT-WINDOW-ON-FAILURE FLAG, AND COMPANY.
       FD  BATCH-SCHEDULE-FILE
           RECORDING MODE IS F
           DATA RECORD IS BATCH-SCHEDULE-REC.
           05 SCHED-PROGRAM-IN     PIC X(12).
           05 SCHED-ENABLED-IN     PIC X(01).
           05 SCHED-ABORT-FLAG-IN  PIC X(01).
           05 SCHED-COMPANY-IN     PIC X(02).

       FD  WINDOW-STATE-FILE
           RECORDING MODE IS F
           DATA RECORD IS WINDOW-LOG-REC.
       01  WINDOW-LOG-REC          PIC X(60).

       COPY COMPFD.

       WORKING-STORAGE SECTION.

       01  WS-SCHEDULE-STATUS      PIC X(02).
              10 WS-STEP-ENABLED   PIC X(01).
              10 WS-STEP-ABORT     PIC X(01).
              10 WS-STEP-DONE      PIC X(01).
              10 WS-STEP-COMPANY   PIC X(02).
       01  WS-STEP-COUNT           PIC 9(02) VALUE 0.
       01  WS-STEP-SUB             PIC 9(02).

       01  WS-LOG-RC-EDIT          PIC -9999.
       01  WS-LOG-LINE             PIC X(60).

       01  WS-WINDOW-PRIOR-COMPANY PIC X(02).

       COPY COMPWS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 9933-LOAD-RUN-COMPANY
           MOVE WS-RUN-COMPANY-CODE TO WS-WINDOW-PRIOR-COMPANY
           PERFORM 1000-LOAD-SCHEDULE
           PERFORM 1050-LOAD-ARRIVAL-CONTROL
           PERFORM 1200-CHECK-WINDOW-STATE
           IF NOT BATCH-WINDOW-ABORTED
              PERFORM 1220-CLEAR-WINDOW-STATE
           END-IF
           MOVE WS-WINDOW-PRIOR-COMPANY TO WS-RUN-COMPANY-CODE
           PERFORM 9934-WRITE-RUN-COMPANY
           PERFORM 1020-DISPLAY-BATCH-SUMMARY
           GOBACK.

                      TO WS-STEP-ENABLED(WS-STEP-COUNT)
                    MOVE SCHED-ABORT-FLAG-IN
                      TO WS-STEP-ABORT(WS-STEP-COUNT)
                    MOVE SCHED-COMPANY-IN
                      TO WS-STEP-COMPANY(WS-STEP-COUNT)
                    IF WS-STEP-COMPANY(WS-STEP-COUNT) = SPACES
                       MOVE WS-DEFAULT-COMPANY-CODE
                         TO WS-STEP-COMPANY(WS-STEP-COUNT)
                    END-IF
                 END-READ
              END-PERFORM
              IF NOT END-OF-SCHEDULE
              MOVE "MATHSHPS"  TO WS-STEP-PROGRAM(2)
              MOVE "Y"         TO WS-STEP-ENABLED(2)
              MOVE "N"         TO WS-STEP-ABORT(2)
              MOVE WS-DEFAULT-COMPANY-CODE TO WS-STEP-COMPANY(1)
                                              WS-STEP-COMPANY(2)
           END-IF.

       1050-LOAD-ARRIVAL-CONTROL.
              ELSE
              DISPLAY "NITEBATAS: STARTING "
                      WS-STEP-PROGRAM(WS-STEP-SUB)
                      " FOR COMPANY " WS-STEP-COMPANY(WS-STEP-SUB)
              MOVE WS-STEP-COMPANY(WS-STEP-SUB) TO WS-RUN-COMPANY-CODE
              PERFORM 9934-WRITE-RUN-COMPANY
              MOVE SPACES TO WS-LOG-LINE
              STRING "START CO=" DELIMITED BY SIZE
                     WS-STEP-COMPANY(WS-STEP-SUB) DELIMITED BY SIZE
                INTO WS-LOG-LINE
              END-STRING
              PERFORM 1110-WRITE-WINDOW-LOG
              MOVE 0 TO RETURN-CODE
              MOVE "Y" TO WS-STEP-LOADED-SW
              DISPLAY "NITEBATAS: BATCH WINDOW COMPLETE"
              MOVE 0 TO RETURN-CODE
           END-IF.

      * SHARED COMPANY-MASTER PARAGRAPHS. SEE COMPPARA.CPY.
       COPY COMPPARA.
