      ******************************************************************
      * LOADS THE STANDING-ORDER FILE INTO WS-STO-TABLE. A MISSING
      * FILE SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE
      * ROWS THAN THE TABLE, STO-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE FILE MUST REFUSE TO, OR THE
      * UNLOADED STANDING ORDERS WOULD BE DROPPED.
      ******************************************************************
       9986-LOAD-STANDING-ORDERS.
           MOVE 0 TO WS-STO-COUNT
           MOVE "N" TO WS-STO-FULL-SW
           OPEN INPUT STANDING-ORDER-FILE
           IF STANDING-ORDER-SUCCESSFUL
              PERFORM UNTIL END-OF-STANDING-ORDERS
                       OR WS-STO-COUNT = 300
                 READ STANDING-ORDER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-STO-COUNT
                    SET WS-STO-IDX TO WS-STO-COUNT
                    MOVE STANDING-ORDER-REC
                      TO WS-STO-ENTRY(WS-STO-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-STANDING-ORDERS
                 READ STANDING-ORDER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-STO-FULL-SW
                 END-READ
              END-IF
              CLOSE STANDING-ORDER-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE STANDING-ORDER FILE. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9987-WRITE-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDER-FILE
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                     UNTIL WS-STO-IDX > WS-STO-COUNT
              MOVE WS-STO-ENTRY(WS-STO-IDX) TO STANDING-ORDER-REC
              WRITE STANDING-ORDER-REC
              IF NOT STANDING-ORDER-SUCCESSFUL
                 MOVE "STANDING-ORDER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-STANDING-ORDER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

      ******************************************************************
      * LOOKS UP THE STANDING ORDER IN WS-STO-CHECK-ID. SEE STOWS.CPY.
      ******************************************************************
       9988-FIND-STANDING-ORDER.
           MOVE "N" TO WS-STO-FOUND-SW
           PERFORM VARYING WS-STO-IDX FROM 1 BY 1
                     UNTIL WS-STO-IDX > WS-STO-COUNT
                        OR STO-ON-FILE
              IF WS-STO-ENTRY(WS-STO-IDX)(1:6) = WS-STO-CHECK-ID
                 MOVE "Y" TO WS-STO-FOUND-SW
              END-IF
           END-PERFORM
           IF STO-ON-FILE
              SET WS-STO-IDX DOWN BY 1
           END-IF.

      ******************************************************************
      * MOVES WS-STO-NEXT-DUE IN THE WORK RECORD ON ONE CYCLE. A
      * MONTHLY OR QUARTERLY ORDER KEEPS ITS DAY OF THE MONTH, PULLED
      * BACK TO THE MONTH'S LAST DAY WHERE THE MONTH IS SHORTER (THE
      * 31ST RUNS ON THE 30TH IN APRIL, THE 28TH OR 29TH IN FEBRUARY).
      ******************************************************************
       9989-ADVANCE-DUE-DATE.
           EVALUATE TRUE
              WHEN WS-STO-WEEKLY
                 COMPUTE WS-STO-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-STO-NEXT-DUE) + 7
                 COMPUTE WS-STO-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER(WS-STO-DUE-INT)
              WHEN WS-STO-BIWEEKLY
                 COMPUTE WS-STO-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-STO-NEXT-DUE) + 14
                 COMPUTE WS-STO-NEXT-DUE =
                    FUNCTION DATE-OF-INTEGER(WS-STO-DUE-INT)
              WHEN OTHER
                 MOVE WS-STO-NEXT-DUE(1:4) TO WS-STO-DUE-YEAR
                 MOVE WS-STO-NEXT-DUE(5:2) TO WS-STO-DUE-MONTH
      * THE DAY ALWAYS COMES FROM THE START DATE, SO ONE SHORT MONTH
      * DOES NOT DRAG EVERY LATER DUE DATE BACK WITH IT.
                 MOVE WS-STO-START-DATE(7:2) TO WS-STO-DUE-DAY
                 IF WS-STO-QUARTERLY
                    ADD 3 TO WS-STO-DUE-MONTH
                 ELSE
                    ADD 1 TO WS-STO-DUE-MONTH
                 END-IF
                 IF WS-STO-DUE-MONTH > 12
                    SUBTRACT 12 FROM WS-STO-DUE-MONTH
                    ADD 1 TO WS-STO-DUE-YEAR
                 END-IF
                 MOVE WS-STO-DUE-YEAR  TO WS-STO-NEXT-DUE(1:4)
                 MOVE WS-STO-DUE-MONTH TO WS-STO-NEXT-DUE(5:2)
                 MOVE WS-STO-DUE-DAY   TO WS-STO-NEXT-DUE(7:2)
                 PERFORM UNTIL
                    FUNCTION TEST-DATE-YYYYMMDD(WS-STO-NEXT-DUE) = 0
                    SUBTRACT 1 FROM WS-STO-DUE-DAY
                    MOVE WS-STO-DUE-DAY TO WS-STO-NEXT-DUE(7:2)
                 END-PERFORM
           END-EVALUATE.
