      ******************************************************************
      * LOADS THE STATEMENT FORMAT FILE INTO WS-GLF-TABLE. A MISSING
      * FILE LEAVES THE TABLE EMPTY -- NO STATEMENT LINES AND NO
      * INCOME ACCOUNTS. MORE ROWS THAN THE TABLE SETS
      * GLF-TABLE-FULL.
      ******************************************************************
       9990-LOAD-STMT-FORMAT.
           MOVE 0 TO WS-GLF-COUNT
           MOVE "N" TO WS-GLF-FULL-SW
           OPEN INPUT GL-FORMAT-FILE
           IF GL-FORMAT-SUCCESSFUL
              PERFORM UNTIL END-OF-GL-FORMAT
                       OR WS-GLF-COUNT = 200
                 READ GL-FORMAT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-GLF-COUNT
                    SET WS-GLF-IDX TO WS-GLF-COUNT
                    MOVE GLF-STATEMENT
                      TO WS-GLF-STATEMENT(WS-GLF-IDX)
                    MOVE GLF-LINE-TYPE
                      TO WS-GLF-LINE-TYPE(WS-GLF-IDX)
                    MOVE GLF-CAPTION
                      TO WS-GLF-CAPTION(WS-GLF-IDX)
                    MOVE GLF-ACCOUNT-FROM
                      TO WS-GLF-ACCOUNT-FROM(WS-GLF-IDX)
                    MOVE GLF-ACCOUNT-TO
                      TO WS-GLF-ACCOUNT-TO(WS-GLF-IDX)
                    MOVE GLF-SIGN
                      TO WS-GLF-SIGN(WS-GLF-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-GL-FORMAT
                 READ GL-FORMAT-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-GLF-FULL-SW
                 END-READ
              END-IF
              CLOSE GL-FORMAT-FILE
           END-IF.

      ******************************************************************
      * AN ACCOUNT IS AN INCOME ACCOUNT IF IT FALLS IN ANY "A" RANGE
      * ON THE INCOME STATEMENT.
      ******************************************************************
       9991-CHECK-INCOME-ACCOUNT.
           MOVE "N" TO WS-GLF-INCOME-SW
           PERFORM VARYING WS-GLF-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-GLF-CHECK-IDX > WS-GLF-COUNT
                        OR GLF-INCOME-ACCOUNT
              IF WS-GLF-STATEMENT(WS-GLF-CHECK-IDX) = "I"
                 AND WS-GLF-LINE-TYPE(WS-GLF-CHECK-IDX) = "A"
                 AND WS-GLF-CHECK-ACCOUNT
                     NOT < WS-GLF-ACCOUNT-FROM(WS-GLF-CHECK-IDX)
                 AND WS-GLF-CHECK-ACCOUNT
                     NOT > WS-GLF-ACCOUNT-TO(WS-GLF-CHECK-IDX)
                 MOVE "Y" TO WS-GLF-INCOME-SW
              END-IF
           END-PERFORM.
