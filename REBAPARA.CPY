      ******************************************************************
      * LOADS THE REBATE AGREEMENT FILE INTO WS-REBA-TABLE WITH EVERY
      * VOLUME AT ZERO. A MISSING FILE SIMPLY LEAVES THE TABLE EMPTY.
      * IF THE FILE HOLDS MORE ROWS THAN THE TABLE, REBA-TABLE-FULL
      * IS SET -- A CALLING PROGRAM THAT REWRITES THE FILE MUST
      * REFUSE TO, OR THE UNLOADED AGREEMENTS WOULD BE DROPPED.
      ******************************************************************
       9943-LOAD-REBATE-AGREEMENTS.
           MOVE 0 TO WS-REBA-COUNT
           MOVE "N" TO WS-REBA-FULL-SW
           OPEN INPUT REBATE-AGREE-FILE
           IF REBATE-AGREE-SUCCESSFUL
              PERFORM UNTIL END-OF-REBATE-AGREES
                       OR WS-REBA-COUNT = 500
                 READ REBATE-AGREE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-REBA-COUNT
                    SET WS-REBA-IDX TO WS-REBA-COUNT
                    MOVE REBATE-AGREE-REC
                      TO WS-REBA-ROW(WS-REBA-IDX)
                    MOVE 0 TO WS-REBA-VOLUME(WS-REBA-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-REBATE-AGREES
                 READ REBATE-AGREE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-REBA-FULL-SW
                 END-READ
              END-IF
              CLOSE REBATE-AGREE-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE AGREEMENT FILE. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9944-WRITE-REBATE-AGREEMENTS.
           OPEN OUTPUT REBATE-AGREE-FILE
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
              MOVE WS-REBA-ROW(WS-REBA-IDX) TO REBATE-AGREE-REC
              WRITE REBATE-AGREE-REC
              IF NOT REBATE-AGREE-SUCCESSFUL
                 MOVE "REBATE-AGREE-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-REBATE-AGREE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE REBATE-AGREE-FILE.

      ******************************************************************
      * LOOKS WS-REBA-CHECK-CUST/WS-REBA-CHECK-YEAR UP IN THE LOADED
      * TABLE.
      ******************************************************************
       9945-FIND-REBATE-AGREEMENT.
           MOVE "N" TO WS-REBA-FOUND-SW
           PERFORM VARYING WS-REBA-IDX FROM 1 BY 1
                     UNTIL WS-REBA-IDX > WS-REBA-COUNT
                        OR REBA-ON-FILE
              IF WS-REBA-CUST(WS-REBA-IDX) = WS-REBA-CHECK-CUST
                 AND WS-REBA-YEAR(WS-REBA-IDX) = WS-REBA-CHECK-YEAR
                 MOVE "Y" TO WS-REBA-FOUND-SW
              END-IF
           END-PERFORM
           IF REBA-ON-FILE
              SET WS-REBA-IDX DOWN BY 1
           END-IF.

      ******************************************************************
      * THE HIGHEST TIER THE ROW'S VOLUME HAS REACHED SETS THE
      * PERCENT EARNED ON ALL OF IT; THE FIRST TIER ABOVE THE VOLUME
      * IS THE NEXT ONE TO AIM FOR. A NET VOLUME AT OR BELOW ZERO
      * EARNS NOTHING.
      ******************************************************************
       9946-FIGURE-REBATE.
           MOVE 0 TO WS-REBA-EARNED-PCT
           MOVE 0 TO WS-REBA-EARNED
           MOVE 0 TO WS-REBA-NEXT-FLOOR
           MOVE 0 TO WS-REBA-NEXT-PCT
           MOVE 0 TO WS-REBA-TO-NEXT
           PERFORM VARYING WS-REBA-TIER-SUB FROM 1 BY 1
                     UNTIL WS-REBA-TIER-SUB > 4
              IF WS-REBA-FLOOR(WS-REBA-IDX, WS-REBA-TIER-SUB) > 0
                 IF WS-REBA-VOLUME(WS-REBA-IDX) NOT <
                    WS-REBA-FLOOR(WS-REBA-IDX, WS-REBA-TIER-SUB)
                    MOVE WS-REBA-PCT(WS-REBA-IDX, WS-REBA-TIER-SUB)
                      TO WS-REBA-EARNED-PCT
                 ELSE
                    IF WS-REBA-NEXT-FLOOR = 0
                       MOVE WS-REBA-FLOOR(WS-REBA-IDX,
                                          WS-REBA-TIER-SUB)
                         TO WS-REBA-NEXT-FLOOR
                       MOVE WS-REBA-PCT(WS-REBA-IDX,
                                        WS-REBA-TIER-SUB)
                         TO WS-REBA-NEXT-PCT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REBA-VOLUME(WS-REBA-IDX) > 0
              COMPUTE WS-REBA-EARNED ROUNDED =
                 WS-REBA-VOLUME(WS-REBA-IDX) * WS-REBA-EARNED-PCT
                 / 100
           END-IF
           IF WS-REBA-NEXT-FLOOR > 0
              COMPUTE WS-REBA-TO-NEXT = WS-REBA-NEXT-FLOOR
                                      - WS-REBA-VOLUME(WS-REBA-IDX)
           END-IF.

      ******************************************************************
      * ADDS WS-REBA-CHECK-AMOUNT TO THE VOLUME OF THE CUSTOMER'S
      * AGREEMENT FOR THE YEAR, IF THERE IS ONE. A CUSTOMER WITHOUT
      * AN AGREEMENT IS SIMPLY NOT TRACKED.
      ******************************************************************
       9947-ADD-REBATE-VOLUME.
           PERFORM 9945-FIND-REBATE-AGREEMENT
           IF REBA-ON-FILE
              ADD WS-REBA-CHECK-AMOUNT TO WS-REBA-VOLUME(WS-REBA-IDX)
           END-IF.
