      ******************************************************************
      * LOADS THE SHOP CALENDAR INTO WS-SCAL-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY, AND EVERY WEEKDAY IS THEN A
      * WORKING DAY. IF THE FILE HOLDS MORE ROWS THAN THE TABLE,
      * SCAL-TABLE-FULL IS SET -- A CALLING PROGRAM THAT REWRITES
      * THE CALENDAR MUST REFUSE TO, OR THE UNLOADED DATES WOULD BE
      * DROPPED.
      ******************************************************************
       9992-LOAD-SHOP-CALENDAR.
           MOVE 0 TO WS-SCAL-COUNT
           MOVE "N" TO WS-SCAL-FULL-SW
           OPEN INPUT SHOP-CALENDAR-FILE
           IF SHOP-CAL-SUCCESSFUL
              PERFORM UNTIL END-OF-SHOP-CAL
                       OR WS-SCAL-COUNT = 500
                 READ SHOP-CALENDAR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SCAL-DATE IS NUMERIC
                       ADD 1 TO WS-SCAL-COUNT
                       SET WS-SCAL-IDX TO WS-SCAL-COUNT
                       MOVE SCAL-DATE
                         TO WS-SCAL-DATE(WS-SCAL-IDX)
                       MOVE SCAL-DAY-TYPE
                         TO WS-SCAL-DAY-TYPE(WS-SCAL-IDX)
                       MOVE SCAL-DESCRIPTION
                         TO WS-SCAL-DESCRIPTION(WS-SCAL-IDX)
                    END-IF
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-SHOP-CAL
                 READ SHOP-CALENDAR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-SCAL-FULL-SW
                 END-READ
              END-IF
              CLOSE SHOP-CALENDAR-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE SHOP CALENDAR. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9993-WRITE-SHOP-CALENDAR.
           OPEN OUTPUT SHOP-CALENDAR-FILE
           PERFORM VARYING WS-SCAL-IDX FROM 1 BY 1
                     UNTIL WS-SCAL-IDX > WS-SCAL-COUNT
              MOVE WS-SCAL-DATE(WS-SCAL-IDX) TO SCAL-DATE
              MOVE WS-SCAL-DAY-TYPE(WS-SCAL-IDX) TO SCAL-DAY-TYPE
              MOVE WS-SCAL-DESCRIPTION(WS-SCAL-IDX)
                TO SCAL-DESCRIPTION
              WRITE SHOP-CAL-REC
              IF NOT SHOP-CAL-SUCCESSFUL
                 MOVE "SHOP-CALENDAR-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-SHOP-CAL-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE SHOP-CALENDAR-FILE.

      ******************************************************************
      * LOOKS WS-SCAL-CHECK-DATE UP IN THE LOADED TABLE.
      ******************************************************************
       9994-FIND-SHOP-CAL-DATE.
           MOVE "N" TO WS-SCAL-FOUND-SW
           PERFORM VARYING WS-SCAL-IDX FROM 1 BY 1
                     UNTIL WS-SCAL-IDX > WS-SCAL-COUNT
                        OR SCAL-DATE-ON-FILE
              IF WS-SCAL-DATE(WS-SCAL-IDX) = WS-SCAL-CHECK-DATE
                 MOVE "Y" TO WS-SCAL-FOUND-SW
              END-IF
           END-PERFORM
           IF SCAL-DATE-ON-FILE
              SET WS-SCAL-IDX DOWN BY 1
           END-IF.

      ******************************************************************
      * IS WS-SCAL-CHECK-DATE A WORKING DAY? MONDAY THROUGH FRIDAY
      * ARE, SATURDAY AND SUNDAY AREN'T, AND A ROW ON THE CALENDAR
      * OVERRIDES EITHER WAY. DAY 1 OF THE INTEGER-DATE COUNT
      * (1601-01-01) WAS A MONDAY, SO 1 = MONDAY ... 7 = SUNDAY.
      ******************************************************************
       9995-CHECK-WORKING-DAY.
           COMPUTE WS-SCAL-WEEKDAY =
              FUNCTION MOD
                 (FUNCTION INTEGER-OF-DATE(WS-SCAL-CHECK-DATE) - 1, 7)
              + 1
           IF WS-SCAL-WEEKDAY < 6
              MOVE "Y" TO WS-SCAL-WORKING-SW
           ELSE
              MOVE "N" TO WS-SCAL-WORKING-SW
           END-IF
           PERFORM 9994-FIND-SHOP-CAL-DATE
           IF SCAL-DATE-ON-FILE
              IF WS-SCAL-CLOSED(WS-SCAL-IDX)
                 MOVE "N" TO WS-SCAL-WORKING-SW
              END-IF
              IF WS-SCAL-WORKED(WS-SCAL-IDX)
                 MOVE "Y" TO WS-SCAL-WORKING-SW
              END-IF
           END-IF.

      ******************************************************************
      * WS-SCAL-FROM-DATE PLUS WS-SCAL-DAYS WORKING DAYS, INTO
      * WS-SCAL-RESULT-DATE. THE FROM DATE ITSELF NEVER COUNTS, SO
      * AN ORDER TAKEN FRIDAY WITH A ONE-DAY LEAD IS DUE MONDAY.
      * A CALENDAR CLOSED SOLID FOR TEN YEARS STOPS THE WALK THERE
      * RATHER THAN LOOPING FOREVER.
      ******************************************************************
       9996-ADD-WORKING-DAYS.
           COMPUTE WS-SCAL-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-SCAL-FROM-DATE)
           COMPUTE WS-SCAL-LIMIT-INT = WS-SCAL-DAY-INT + 3660
           MOVE 0 TO WS-SCAL-STEPS
           PERFORM UNTIL WS-SCAL-STEPS >= WS-SCAL-DAYS
                      OR WS-SCAL-DAY-INT >= WS-SCAL-LIMIT-INT
              ADD 1 TO WS-SCAL-DAY-INT
              COMPUTE WS-SCAL-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
              PERFORM 9995-CHECK-WORKING-DAY
              IF SCAL-WORKING-DAY
                 ADD 1 TO WS-SCAL-STEPS
              END-IF
           END-PERFORM
           COMPUTE WS-SCAL-RESULT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT).

      ******************************************************************
      * WORKING DAYS AFTER WS-SCAL-FROM-DATE UP TO AND INCLUDING
      * WS-SCAL-TO-DATE, INTO WS-SCAL-DAYS -- SHIPPED FRIDAY AND
      * DELIVERED MONDAY IS ONE BUSINESS DAY IN TRANSIT. A TO DATE
      * ON OR BEFORE THE FROM DATE COUNTS ZERO.
      ******************************************************************
       9997-COUNT-WORKING-DAYS.
           MOVE 0 TO WS-SCAL-DAYS
           IF WS-SCAL-TO-DATE > WS-SCAL-FROM-DATE
              COMPUTE WS-SCAL-DAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SCAL-FROM-DATE)
              COMPUTE WS-SCAL-END-INT =
                 FUNCTION INTEGER-OF-DATE(WS-SCAL-TO-DATE)
              PERFORM UNTIL WS-SCAL-DAY-INT >= WS-SCAL-END-INT
                 ADD 1 TO WS-SCAL-DAY-INT
                 COMPUTE WS-SCAL-CHECK-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
                 PERFORM 9995-CHECK-WORKING-DAY
                 IF SCAL-WORKING-DAY AND WS-SCAL-DAYS < 9999
                    ADD 1 TO WS-SCAL-DAYS
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * WS-SCAL-CHECK-DATE IF THE SHOP WORKS THAT DAY, OTHERWISE THE
      * NEXT DAY IT DOES, INTO WS-SCAL-RESULT-DATE -- A BILL DUE ON
      * THANKSGIVING IS DUE THE FRIDAY AFTER. WS-SCAL-CHECK-DATE IS
      * LEFT ON THE RESULT.
      ******************************************************************
       9998-ROLL-TO-WORKING-DAY.
           COMPUTE WS-SCAL-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-SCAL-CHECK-DATE)
           COMPUTE WS-SCAL-LIMIT-INT = WS-SCAL-DAY-INT + 3660
           PERFORM 9995-CHECK-WORKING-DAY
           PERFORM UNTIL SCAL-WORKING-DAY
                      OR WS-SCAL-DAY-INT >= WS-SCAL-LIMIT-INT
              ADD 1 TO WS-SCAL-DAY-INT
              COMPUTE WS-SCAL-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAL-DAY-INT)
              PERFORM 9995-CHECK-WORKING-DAY
           END-PERFORM
           MOVE WS-SCAL-CHECK-DATE TO WS-SCAL-RESULT-DATE.
