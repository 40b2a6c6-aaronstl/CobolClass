      ******************************************************************
      * LOADS THE LOAN MASTER INTO WS-LOANMAST-TABLE. A MISSING FILE
      * SIMPLY LEAVES THE TABLE EMPTY. IF THE FILE HOLDS MORE ROWS
      * THAN THE TABLE, LOANMAST-TABLE-FULL IS SET -- A CALLING
      * PROGRAM THAT REWRITES THE MASTER MUST REFUSE TO, OR THE
      * UNLOADED LOANS WOULD BE DROPPED.
      ******************************************************************
       9970-LOAD-LOAN-MASTER.
           MOVE 0 TO WS-LOANMAST-COUNT
           MOVE "N" TO WS-LOANMAST-FULL-SW
           OPEN INPUT LOAN-MASTER-FILE
           IF LOAN-MASTER-SUCCESSFUL
              PERFORM UNTIL END-OF-LOAN-MASTER
                       OR WS-LOANMAST-COUNT = 500
                 READ LOAN-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    ADD 1 TO WS-LOANMAST-COUNT
                    SET WS-LOANMAST-IDX TO WS-LOANMAST-COUNT
                    MOVE LOAN-EMP-NUMBER
                      TO WS-LOANMAST-EMP(WS-LOANMAST-IDX)
                    MOVE LOAN-NUMBER
                      TO WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                    MOVE LOAN-TYPE
                      TO WS-LOANMAST-TYPE(WS-LOANMAST-IDX)
                    MOVE LOAN-ORIG-AMOUNT
                      TO WS-LOANMAST-ORIG(WS-LOANMAST-IDX)
                    MOVE LOAN-REPAY-AMOUNT
                      TO WS-LOANMAST-REPAY(WS-LOANMAST-IDX)
                    MOVE LOAN-BALANCE
                      TO WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                    MOVE LOAN-START-DATE
                      TO WS-LOANMAST-START(WS-LOANMAST-IDX)
                    MOVE LOAN-STATUS
                      TO WS-LOANMAST-STATUS(WS-LOANMAST-IDX)
                    MOVE LOAN-LAST-PAY-DATE
                      TO WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)
                 END-READ
              END-PERFORM
      * ONE PROBE READ TELLS A FILE THAT EXACTLY FILLED THE TABLE
      * FROM ONE THAT WAS TRUNCATED.
              IF NOT END-OF-LOAN-MASTER
                 READ LOAN-MASTER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE "Y" TO WS-LOANMAST-FULL-SW
                 END-READ
              END-IF
              CLOSE LOAN-MASTER-FILE
           END-IF.

      ******************************************************************
      * PUTS THE WHOLE TABLE BACK OVER THE LOAN MASTER. THE CALLING
      * PROGRAM HAS ALREADY SET WS-IOERR-PROGRAM-ID.
      ******************************************************************
       9971-WRITE-LOAN-MASTER.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING WS-LOANMAST-IDX FROM 1 BY 1
                     UNTIL WS-LOANMAST-IDX > WS-LOANMAST-COUNT
              MOVE WS-LOANMAST-EMP(WS-LOANMAST-IDX)
                TO LOAN-EMP-NUMBER
              MOVE WS-LOANMAST-NUMBER(WS-LOANMAST-IDX)
                TO LOAN-NUMBER
              MOVE WS-LOANMAST-TYPE(WS-LOANMAST-IDX)
                TO LOAN-TYPE
              MOVE WS-LOANMAST-ORIG(WS-LOANMAST-IDX)
                TO LOAN-ORIG-AMOUNT
              MOVE WS-LOANMAST-REPAY(WS-LOANMAST-IDX)
                TO LOAN-REPAY-AMOUNT
              MOVE WS-LOANMAST-BALANCE(WS-LOANMAST-IDX)
                TO LOAN-BALANCE
              MOVE WS-LOANMAST-START(WS-LOANMAST-IDX)
                TO LOAN-START-DATE
              MOVE WS-LOANMAST-STATUS(WS-LOANMAST-IDX)
                TO LOAN-STATUS
              MOVE WS-LOANMAST-LAST-PAY(WS-LOANMAST-IDX)
                TO LOAN-LAST-PAY-DATE
              WRITE LOAN-MASTER-REC
              IF NOT LOAN-MASTER-SUCCESSFUL
                 MOVE "LOAN-MASTER-FILE" TO WS-IOERR-FILE-NAME
                 MOVE WS-LOAN-MASTER-STATUS TO WS-IOERR-FILE-STATUS
                 PERFORM 9900-LOG-IO-ERROR
              END-IF
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.
