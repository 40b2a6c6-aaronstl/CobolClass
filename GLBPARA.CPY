      ******************************************************************
      * LOADS THE GL BALANCE MASTER INTO WS-GLB-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY (A NEW LEDGER). IF THE FILE
      * HOLDS MORE ROWS THAN THE TABLE, GLB-TABLE-FULL IS SET -- A
      * CALLING PROGRAM THAT REWRITES THE MASTER MUST REFUSE TO, OR
      * THE UNLOADED BALANCES WOULD BE DROPPED.
      ******************************************************************
       9965-LOAD-GL-BALANCES.
           MOVE 0 TO WS-GLB-COUNT
           MOVE "N" TO WS-GLB-FULL-SW
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-BALANCES
                       OR WS-GLB-COUNT = 5000
                 READ GL-BALANCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-GLB-COUNT
                    SET WS-GLB-IDX TO WS-GLB-COUNT
                    MOVE GLB-ACCOUNT TO WS-GLB-ACCOUNT(WS-GLB-IDX)
                    MOVE GLB-PERIOD  TO WS-GLB-PERIOD(WS-GLB-IDX)
                    MOVE GLB-DEBITS  TO WS-GLB-DEBITS(WS-GLB-IDX)
                    MOVE GLB-CREDITS TO WS-GLB-CREDITS(WS-GLB-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-GL-BALANCES
                 READ GL-BALANCE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-GLB-FULL-SW
                 END-READ
              END-IF
              CLOSE GL-BALANCE-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE GL BALANCE MASTER. THE
      * CALLING PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9966-WRITE-GL-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                     UNTIL WS-GLB-IDX > WS-GLB-COUNT
              MOVE WS-GLB-ACCOUNT(WS-GLB-IDX) TO GLB-ACCOUNT
              MOVE WS-GLB-PERIOD(WS-GLB-IDX)  TO GLB-PERIOD
              MOVE WS-GLB-DEBITS(WS-GLB-IDX)  TO GLB-DEBITS
              MOVE WS-GLB-CREDITS(WS-GLB-IDX) TO GLB-CREDITS
              WRITE GL-BALANCE-REC
              IF NOT GL-BALANCE-SUCCESSFUL
                 MOVE "GL-BALANCE-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-GL-BALANCE-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE GL-BALANCE-FILE.

      ******************************************************************
      * ADDS WS-GLB-POST-AMOUNT TO THE DEBIT OR CREDIT SIDE OF THE
      * WS-GLB-POST-ACCOUNT/WS-GLB-POST-PERIOD ROW, ADDING THE ROW
      * IF THE ACCOUNT HAS NOTHING IN THAT PERIOD YET.
      ******************************************************************
       9967-POST-GL-AMOUNT.
           MOVE "N" TO WS-GLB-FOUND-SW
           MOVE "N" TO WS-GLB-REFUSED-SW
           PERFORM VARYING WS-GLB-IDX FROM 1 BY 1
                     UNTIL WS-GLB-IDX > WS-GLB-COUNT
                        OR GLB-ROW-ON-FILE
              IF WS-GLB-ACCOUNT(WS-GLB-IDX) = WS-GLB-POST-ACCOUNT
                 AND WS-GLB-PERIOD(WS-GLB-IDX) = WS-GLB-POST-PERIOD
                 MOVE "Y" TO WS-GLB-FOUND-SW
              END-IF
           END-PERFORM
           IF GLB-ROW-ON-FILE
              SET WS-GLB-IDX DOWN BY 1
           ELSE
              IF WS-GLB-COUNT = 5000
                 MOVE "Y" TO WS-GLB-REFUSED-SW
              ELSE
                 ADD 1 TO WS-GLB-COUNT
                 SET WS-GLB-IDX TO WS-GLB-COUNT
                 MOVE WS-GLB-POST-ACCOUNT
                   TO WS-GLB-ACCOUNT(WS-GLB-IDX)
                 MOVE WS-GLB-POST-PERIOD
                   TO WS-GLB-PERIOD(WS-GLB-IDX)
                 MOVE 0 TO WS-GLB-DEBITS(WS-GLB-IDX)
                 MOVE 0 TO WS-GLB-CREDITS(WS-GLB-IDX)
              END-IF
           END-IF
           IF NOT GLB-POST-REFUSED
              IF WS-GLB-POST-SIDE = "D"
                 ADD WS-GLB-POST-AMOUNT TO WS-GLB-DEBITS(WS-GLB-IDX)
              ELSE
                 ADD WS-GLB-POST-AMOUNT TO WS-GLB-CREDITS(WS-GLB-IDX)
              END-IF
           END-IF.
